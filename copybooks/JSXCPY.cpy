000100******************************************************************
000200*    JSXCPY - JOB-STREAM STEP REGISTRATION LINKAGE               *
000300*    Passed to ESCALJSR by every step in the nightly stream.     *
000400*      'S' - START.  REFUSED (RETURN CODE 16) UNLESS EVERY       *
000500*            PREDECESSOR JSDCPY DECLARES FOR THE STEP COMPLETED  *
000600*            FOR THE SAME RUN DATE, AND UNLESS THE STEP HAS NOT  *
000700*            ALREADY COMPLETED FOR IT.  A STEPAUTH AUTHORIZATION *
000800*            (OR JSX-CALLER-AUTHORIZED, FOR A STEP WITH AN       *
000900*            OVERRIDE OF ITS OWN) LIFTS THE REFUSAL.  A RUN DATE *
001000*            OF ZERO MEANS THE LAST PRODUCTION RUN ON RUNCTL;    *
001100*            THE DATE USED COMES BACK FOR THE END CALL.          *
001200*      'E' - END.  RECORDS THE END CLOCK, JSX-STEP-RC, AND THE   *
001300*            COUNTS.  A STEP RC OF 16 OR MORE IS AN ERROR END -  *
001400*            NOT COMPLETE, SO SUCCESSORS STAY REFUSED AND THE    *
001500*            STEP MAY BE RUN AGAIN.                              *
001510*    A PARTITIONED PRICING RUN REGISTERS EACH PARTITION UNDER    *
001520*    THE STEP NAME AND ITS OWN PARTITION NUMBER, SO ONE          *
001530*    PARTITION'S RESTART NEVER TOUCHES ANOTHER'S STATUS.  THE    *
001540*    MERGE REGISTERS THE STEP ITSELF (PARTITION ZERO) WITH THE   *
001550*    PARTITION COUNT, AND IS REFUSED UNTIL EVERY PARTITION HAS   *
001560*    COMPLETED.  BOTH FIELDS ARE ZERO FOR AN UNPARTITIONED STEP. *
001600******************************************************************
001700 01  JOB-STEP-REQUEST.
001800     05  JSX-FUNCTION               PIC X(01).
001900         88  JSX-STEP-START                    VALUE 'S'.
002000         88  JSX-STEP-END                      VALUE 'E'.
002100     05  JSX-STEP-NAME              PIC X(08).
002200     05  JSX-RUN-DATE               PIC 9(08).
002300     05  JSX-CALLER-AUTH-SWITCH     PIC X(01).
002400         88  JSX-CALLER-AUTHORIZED             VALUE 'Y'.
002500     05  JSX-STEP-RC                PIC 9(04).
002600     05  JSX-COUNT-ENTRY  OCCURS 3 TIMES.
002700         10  JSX-COUNT-LABEL        PIC X(12).
002800         10  JSX-COUNT              PIC 9(09).
002900     05  JSX-RETURN-CODE            PIC 9(02).
003000         88  JSX-STEP-MAY-RUN                  VALUE 00.
003100         88  JSX-STEP-REFUSED                  VALUE 16.
003200     05  JSX-REFUSAL-TEXT           PIC X(40).
003300     05  JSX-PARTITION-NUMBER       PIC 9(02).
003400     05  JSX-PARTITION-COUNT        PIC 9(02).
