000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALMXL.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALMXL - NEW PROGRAM
000700*         - MBI REISSUE CROSSWALK LOOKUP.  GIVEN AN MBI, RETURNS
000800*           THE CURRENT MBI WHEN THE NUMBER HAS BEEN REISSUED,
000900*           FOLLOWING THE CROSSWALK FROM OLD TO NEW UNTIL IT
001000*           REACHES A NUMBER THAT WAS NOT (A PATIENT CAN BE
001100*           REISSUED TWICE).  THE CHAIN IS CAPPED AT FIVE HOPS
001200*           SO A BAD ROW CAN NEVER LOOP THE CALLER.  THE FILE
001300*           STAYS OPEN ACROSS CALLS, LIKE ESCALCXL.
001400******************************************************************
001500 DATE-COMPILED.
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER.            IBM-Z990.
001900 OBJECT-COMPUTER.            IBM-Z990.
002000 INPUT-OUTPUT  SECTION.
002100 FILE-CONTROL.
002200     SELECT MBI-XWALK-FILE       ASSIGN TO MBIXWLK
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS MBX-OLD-MBI.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  MBI-XWALK-FILE
003000     LABEL RECORDS ARE STANDARD.
003100 COPY MBXCPY.
003200/
003300 WORKING-STORAGE SECTION.
003400 01  W-STORAGE-REF                  PIC X(46) VALUE
003500     'ESCALMXL      - W O R K I N G   S T O R A G E'.
003600
003700 01  WS-FIRST-CALL-SWITCH           PIC X(01) VALUE 'Y'.
003800     88  FIRST-CALL                            VALUE 'Y'.
003900
004000 01  WS-CHAIN-END-SWITCH            PIC X(01).
004100     88  CHAIN-ENDED                           VALUE 'Y'.
004200     88  CHAIN-NOT-ENDED                       VALUE 'N'.
004300
004400 01  WS-HOP-COUNT                   PIC 9(02).
004500 01  WS-MAX-HOPS                    PIC 9(02) VALUE 5.
004600/
004700 LINKAGE SECTION.
004800 COPY MXLXCPY.
004900/
005000 PROCEDURE DIVISION USING MBI-XWALK-LOOKUP-REQUEST.
005100
005200 0000-MAINLINE.
005300     IF FIRST-CALL  THEN
005400        OPEN INPUT MBI-XWALK-FILE
005500        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
005600     END-IF.
005700
005800     MOVE 'N'                       TO MXL-FOUND-SWITCH.
005900     MOVE MXL-MBI                   TO MXL-CURRENT-MBI.
006000     MOVE ZERO                      TO MXL-EFFECTIVE-DATE.
006100     MOVE 'N'                       TO WS-CHAIN-END-SWITCH.
006200     MOVE ZERO                      TO WS-HOP-COUNT.
006300
006400     PERFORM 2000-FOLLOW-ONE-HOP
006500        UNTIL CHAIN-ENDED  OR  WS-HOP-COUNT >= WS-MAX-HOPS.
006600
006700     GOBACK.
006800/
006900 2000-FOLLOW-ONE-HOP.
007000     MOVE MXL-CURRENT-MBI           TO MBX-OLD-MBI.
007100     READ MBI-XWALK-FILE
007200         INVALID KEY
007300            MOVE 'Y'                TO WS-CHAIN-END-SWITCH
007400         NOT INVALID KEY
007500            ADD 1                   TO WS-HOP-COUNT
007600            MOVE 'Y'                TO MXL-FOUND-SWITCH
007700            MOVE MBX-NEW-MBI        TO MXL-CURRENT-MBI
007800            MOVE MBX-EFFECTIVE-DATE TO MXL-EFFECTIVE-DATE
007900     END-READ.
