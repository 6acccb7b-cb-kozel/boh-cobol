000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALMAX.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALMAX - NEW PROGRAM
000700*         - MEDICARE ADVANTAGE PERIOD LOOKUP.  GIVEN AN MBI AND A
000800*           LINE-ITEM DATE OF SERVICE, WALKS THE BENEFICIARY'S
000900*           MA ENROLLMENT PERIODS ON THE KEYED PERIOD MASTER
001000*           (MBI PLUS ENROLLMENT START DATE) AND RETURNS THE
001100*           PERIOD THE DATE FALLS INSIDE - START THROUGH END, AN
001200*           OPEN PERIOD (END ZERO) COVERING EVERYTHING FROM START
001300*           ON - WITH ITS PLAN CONTRACT NUMBER.  THE FILE STAYS
001400*           OPEN ACROSS CALLS WITHIN A RUN, THE SAME WAY ESCALSTX
001500*           KEEPS THE STAY MASTER OPEN.
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.            IBM-Z990.
002100 OBJECT-COMPUTER.            IBM-Z990.
002200 INPUT-OUTPUT  SECTION.
002300 FILE-CONTROL.
002400     SELECT MA-PERIOD-FILE       ASSIGN TO MAPFILE
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS MAP-RECORD-KEY.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  MA-PERIOD-FILE
003200     LABEL RECORDS ARE STANDARD.
003300 COPY MAPCPY.
003400/
003500 WORKING-STORAGE SECTION.
003600 01  W-STORAGE-REF                  PIC X(46) VALUE
003700     'ESCALMAX      - W O R K I N G   S T O R A G E'.
003800
003900 01  WS-FIRST-CALL-SWITCH           PIC X(01) VALUE 'Y'.
004000     88  FIRST-CALL                            VALUE 'Y'.
004100     88  NOT-FIRST-CALL                        VALUE 'N'.
004200
004300 01  WS-SCAN-EOF-SWITCH             PIC X(01).
004400     88  SCAN-END-OF-FILE                      VALUE 'Y'.
004500     88  SCAN-NOT-END-OF-FILE                  VALUE 'N'.
004600/
004700 LINKAGE SECTION.
004800 COPY MAXCPY.
004900/
005000 PROCEDURE DIVISION USING MA-LOOKUP-REQUEST.
005100
005200 0000-MAINLINE.
005300     IF FIRST-CALL  THEN
005400        OPEN INPUT MA-PERIOD-FILE
005500        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
005600     END-IF.
005700
005800     MOVE 'N'                       TO MAX-FOUND-SWITCH.
005900     MOVE ZERO                      TO MAX-ENROLL-START-DATE
006000                                       MAX-ENROLL-END-DATE.
006100     MOVE SPACES                    TO MAX-CONTRACT-NUMBER.
006200
006300     MOVE 'N'                       TO WS-SCAN-EOF-SWITCH.
006400     MOVE MAX-MBI                   TO MAP-MBI.
006500     MOVE ZERO                      TO MAP-ENROLL-START-DATE.
006600
006700     START MA-PERIOD-FILE KEY IS >= MAP-RECORD-KEY
006800         INVALID KEY MOVE 'Y'       TO WS-SCAN-EOF-SWITCH
006900     END-START.
007000
007100     PERFORM 2000-SCAN-ONE-PERIOD
007200        UNTIL SCAN-END-OF-FILE  OR  MAX-PERIOD-FOUND.
007300
007400     GOBACK.
007500/
007600 2000-SCAN-ONE-PERIOD.
007700     READ MA-PERIOD-FILE NEXT RECORD
007800         AT END MOVE 'Y'            TO WS-SCAN-EOF-SWITCH
007900         NOT AT END
008000           IF MAP-MBI NOT = MAX-MBI  THEN
008100              MOVE 'Y'              TO WS-SCAN-EOF-SWITCH
008200           ELSE
008300*             A PERIOD STARTING AFTER THE DATE OF SERVICE
008400*             CANNOT COVER IT, AND NEITHER CAN ANY LATER ONE -
008500*             THE KEY IS ASCENDING BY ENROLLMENT START DATE.
008600              IF MAP-ENROLL-START-DATE > MAX-DATE-OF-SERVICE
008700                 THEN
008800                 MOVE 'Y'           TO WS-SCAN-EOF-SWITCH
008900              ELSE
009000                 IF MAP-ENROLL-END-DATE = ZERO  OR
009100                    MAX-DATE-OF-SERVICE <=
009200                    MAP-ENROLL-END-DATE  THEN
009300                    MOVE 'Y'        TO MAX-FOUND-SWITCH
009400                    MOVE MAP-CONTRACT-NUMBER TO
009500                                    MAX-CONTRACT-NUMBER
009600                    MOVE MAP-ENROLL-START-DATE TO
009700                                    MAX-ENROLL-START-DATE
009800                    MOVE MAP-ENROLL-END-DATE TO
009900                                    MAX-ENROLL-END-DATE
010000                 END-IF
010100              END-IF
010200           END-IF
010300     END-READ.
