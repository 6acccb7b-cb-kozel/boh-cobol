000100******************************************************************
000200*    JSDCPY - NIGHTLY JOB-STREAM DEFINITION                      *
000300*    One entry per registered step, in stream order, naming up   *
000400*    to four predecessors that must have completed for the same  *
000500*    run date before the step may start.  ESCALJSR enforces it;  *
000600*    ESCALJSB walks it for the morning status board.  A step     *
000700*    joins the stream by adding an entry here and raising        *
000800*    JSD-STEP-COUNT.                                             *
000900******************************************************************
001000 01  JOB-STREAM-DEFINITION.
001100     05  FILLER                     PIC X(08) VALUE 'ESCALRUN'.
001200     05  FILLER                     PIC X(32) VALUE SPACES.
001300     05  FILLER                     PIC X(08) VALUE 'ESCALBAL'.
001400     05  FILLER                     PIC X(32) VALUE 'ESCALRUN'.
001500     05  FILLER                     PIC X(08) VALUE 'ESCALFLR'.
001600     05  FILLER                     PIC X(32) VALUE 'ESCALBAL'.
001700     05  FILLER                     PIC X(08) VALUE 'ESCALMRV'.
001800     05  FILLER                     PIC X(32) VALUE 'ESCALBAL'.
001900     05  FILLER                     PIC X(08) VALUE 'ESCALWHR'.
002000     05  FILLER                     PIC X(32) VALUE 'ESCALBAL'.
002100     05  FILLER                     PIC X(08) VALUE 'ESCALRCV'.
002200     05  FILLER                     PIC X(32) VALUE
002300         'ESCALFLRESCALMRVESCALWHR'.
002400     05  FILLER                     PIC X(08) VALUE 'ESCALEFT'.
002500     05  FILLER                     PIC X(32) VALUE 'ESCALRCV'.
002600     05  FILLER                     PIC X(08) VALUE 'ESCALXOV'.
002657     05  FILLER                     PIC X(32) VALUE 'ESCALBAL'.
002714     05  FILLER                     PIC X(08) VALUE 'ESCALRTP'.
002771     05  FILLER                     PIC X(32) VALUE 'ESCALBAL'.
002828     05  FILLER                     PIC X(08) VALUE 'ESCALTPD'.
002885     05  FILLER                     PIC X(32) VALUE
002942         'ESCALRCVESCALRTP'.
002960     05  FILLER                     PIC X(08) VALUE 'ESCALSPR'.
002980     05  FILLER                     PIC X(32) VALUE 'ESCALEFT'.
003000 01  JOB-STREAM-TABLE  REDEFINES  JOB-STREAM-DEFINITION.
003100     05  JSD-STEP-ENTRY  OCCURS 11 TIMES.
003200         10  JSD-STEP-NAME          PIC X(08).
003300         10  JSD-PREDECESSOR  OCCURS 4 TIMES
003400                                    PIC X(08).
003500 01  JSD-STEP-COUNT                 PIC 9(02) VALUE 11.
