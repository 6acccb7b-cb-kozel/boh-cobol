000100******************************************************************
000200*    RTQCPY - RETROACTIVE-CHANGE ADJUSTMENT QUEUE RECORD         *
000300*    One record per already-paid history line a retroactive      *
000400*    master-file change (PSF, wage index, reclassification)      *
000500*    could reprice - queued by ESCALRTQ with the line's latest   *
000600*    history image, what it paid and what it would now pay, and  *
000700*    held until a supervisor releases it (ESCALRTR) as an        *
000800*    adjustment into the next nightly feed.                      *
000900******************************************************************
001000 01  RETRO-ADJ-QUEUE-RECORD.
001100     05  RTQ-CLAIM-EXTRACT-IMAGE    PIC X(600).
001200******************************************************************
001300*    THE CHANGE THAT QUEUED THE LINE - ITS JOURNAL DATE AND THE  *
001400*    NIGHT'S SEQUENCE NUMBER ARE WHAT THE RELEASE NAMES.         *
001500******************************************************************
001600     05  RTQ-CHANGE-ID.
001700         10  RTQ-CHANGE-DATE        PIC 9(08).
001800         10  RTQ-CHANGE-SEQ         PIC 9(04).
001900     05  RTQ-CHANGE-SOURCE          PIC X(01).
002000         88  RTQ-PSF-CHANGE                    VALUE 'P'.
002100         88  RTQ-WAGE-INDEX-CHANGE             VALUE 'W'.
002200         88  RTQ-RECLASS-CHANGE                VALUE 'R'.
002300     05  RTQ-CHANGE-KEY             PIC X(20).
002400     05  RTQ-CHANGE-EFF-DATE        PIC 9(08).
002500     05  RTQ-CHANGE-OPERATOR        PIC X(08).
002600     05  RTQ-PPS-RTC                PIC 9(02).
002700     05  RTQ-PAID-AMT               PIC 9(07)V9(02).
002800     05  RTQ-ESTIMATED-AMT          PIC 9(07)V9(02).
002900     05  RTQ-QUEUE-DATE             PIC 9(08).
003000     05  FILLER                     PIC X(11).
