000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALMBM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALMBM - NEW PROGRAM
000700*         - MBI MERGE UTILITY.  FOR EVERY ROW ON THE MBI REISSUE
000800*           CROSSWALK, ROLLS WHAT WE HOLD UNDER THE RETIRED
000900*           NUMBER ONTO THE CURRENT ONE (THE END OF THE CHAIN,
001000*           THROUGH ESCALMXL), THE WAY ESCALMRG CARRIES A
001100*           PREDECESSOR CCN'S HISTORY TO ITS SUCCESSOR:
001200*             - BENEFILE - A CURRENT MBI WITH NO MASTER RECORD
001300*               GETS THE OLD ONE COPIED; ONE THAT HAS ITS OWN
001400*               KEEPS IT.  THE OLD RECORD STAYS FOR THE PAPER
001500*               TRAIL - LOOKUPS GO THROUGH THE CROSSWALK.
001600*             - DEDHFILE - THE CURRENT AND PRIOR YEAR'S APPLIED
001700*               DEDUCTIBLE IS BACKED OUT OF THE OLD MBI AND
001800*               POSTED TO THE NEW ONE THROUGH ESCALDED, SO THE
001900*               POSTING LEDGER ESCALACR REPLAYS STAYS WHOLE.
002000*             - TRNHFILE - INITIAL AND RETRAINING SESSIONS MOVE
002100*               THE SAME WAY THROUGH ESCALTRN.
002200*             - MBIXREF, MAPFILE, GHPFILE - EVERY ENTRY UNDER THE
002300*               OLD MBI IS RE-KEYED TO THE NEW ONE AND THE OLD
002400*               ENTRY DELETED; AN ENTRY THE NEW MBI ALREADY HAS
002500*               UNDER THE SAME KEY WINS THE COLLISION.
002600*           NOTHING IS LEFT UNDER THE OLD NUMBER TO MOVE TWICE,
002700*           SO THE WHOLE CROSSWALK IS WORKED EVERY RUN.  THE
002800*           SAME-DAY INDEX (MBIIDX) IS RE-KEYED BY ESCALRUN AS
002900*           IT LOADS.  EVERYTHING MOVED IS LISTED ON MBMRPT.
003000******************************************************************
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.            IBM-Z990.
003500 OBJECT-COMPUTER.            IBM-Z990.
003600 INPUT-OUTPUT  SECTION.
003700 FILE-CONTROL.
003800     SELECT MBI-XWALK-FILE       ASSIGN TO MBIXWLK
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS MBX-OLD-MBI.
004200     SELECT BENEFICIARY-FILE     ASSIGN TO BENEFILE
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS BENE-MBI.
004600     SELECT BENE-HISTORY-XREF    ASSIGN TO MBIXREF
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS BHX-RECORD-KEY.
005000     SELECT MA-PERIOD-FILE       ASSIGN TO MAPFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS MAP-RECORD-KEY.
005400     SELECT GHP-COVERAGE-FILE    ASSIGN TO GHPFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS GHP-RECORD-KEY.
005800     SELECT MERGE-REPORT         ASSIGN TO MBMRPT
005900         ORGANIZATION IS SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  MBI-XWALK-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 COPY MBXCPY.
006600/
006700 FD  BENEFICIARY-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 COPY BENECPY.
007000/
007100 FD  BENE-HISTORY-XREF
007200     LABEL RECORDS ARE STANDARD.
007300 COPY BHXCPY.
007400/
007500 FD  MA-PERIOD-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 COPY MAPCPY.
007800/
007900 FD  GHP-COVERAGE-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 COPY GHPCPY.
008200/
008300 FD  MERGE-REPORT
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 01  MBMRPT-RECORD                  PIC X(100).
008700/
008800 WORKING-STORAGE SECTION.
008900 01  W-STORAGE-REF                  PIC X(46) VALUE
009000     'ESCALMBM      - W O R K I N G   S T O R A G E'.
009100
009200 01  WS-XWALK-EOF-SWITCH            PIC X(01) VALUE 'N'.
009300     88  XWALK-END-OF-FILE                     VALUE 'Y'.
009400     88  XWALK-NOT-END-OF-FILE                 VALUE 'N'.
009500
009600 01  WS-MOVE-DONE-SWITCH            PIC X(01).
009700     88  MOVE-DONE                             VALUE 'Y'.
009800     88  MOVE-NOT-DONE                         VALUE 'N'.
009900
010000 01  WS-NOT-FOUND-SWITCH            PIC X(01).
010100     88  RECORD-NOT-FOUND                      VALUE 'Y'.
010200     88  RECORD-FOUND                          VALUE 'N'.
010300
010400 01  WS-TODAY                       PIC 9(08).
010500 01  WS-TODAY-R  REDEFINES  WS-TODAY.
010600     05  WS-TODAY-YYYY              PIC 9(04).
010700     05  FILLER                     PIC X(04).
010800 01  WS-OLD-MBI                     PIC X(11).
010900 01  WS-NEW-MBI                     PIC X(11).
011000 01  WS-DED-YEAR                    PIC 9(04).
011100 01  WS-DED-AMOUNT                  PIC 9(05)V9(02).
011200 01  WS-SESSIONS                    PIC 9(05).
011300 01  WS-MOVED-COUNT                 PIC 9(05).
011400 01  WS-KEPT-COUNT                  PIC 9(05).
011500
011600******************************************************************
011700*  THE OLD MBI'S RECORD, HELD WHILE THE FILE RECORD AREA IS      *
011800*  USED TO PROBE FOR THE NEW MBI'S.                              *
011900******************************************************************
012000 01  WS-HELD-RECORD                 PIC X(100).
012100
012200 01  WS-ROWS-READ                   PIC 9(07) VALUE ZERO.
012300 01  WS-ROWS-SKIPPED                PIC 9(07) VALUE ZERO.
012400 01  WS-BENE-COPIED                 PIC 9(07) VALUE ZERO.
012500 01  WS-DED-YEARS-MOVED             PIC 9(07) VALUE ZERO.
012600 01  WS-DED-AMT-MOVED               PIC 9(09)V9(02) VALUE ZERO.
012700 01  WS-TRN-SESSIONS-MOVED          PIC 9(07) VALUE ZERO.
012800 01  WS-XREF-MOVED                  PIC 9(07) VALUE ZERO.
012900 01  WS-XREF-KEPT                   PIC 9(07) VALUE ZERO.
013000 01  WS-MAP-MOVED                   PIC 9(07) VALUE ZERO.
013100 01  WS-GHP-MOVED                   PIC 9(07) VALUE ZERO.
013200
013300 01  RPT-HEADING-1.
013400     05  FILLER                     PIC X(05) VALUE SPACES.
013500     05  FILLER                     PIC X(40) VALUE
013600         'MBI REISSUE MERGE - RECORDS MOVED'.
013700
013800 01  RPT-HEADING-2.
013900     05  FILLER                     PIC X(05) VALUE SPACES.
014000     05  FILLER                     PIC X(13) VALUE 'OLD MBI'.
014100     05  FILLER                     PIC X(15) VALUE 'NEW MBI'.
014200     05  FILLER                     PIC X(10) VALUE 'FILE'.
014300     05  FILLER                     PIC X(14) VALUE 'COUNT/AMT'.
014400     05  FILLER                     PIC X(40) VALUE 'RESULT'.
014500
014600 01  RPT-DETAIL-LINE.
014700     05  FILLER                     PIC X(05) VALUE SPACES.
014800     05  RPT-OLD-MBI                PIC X(11).
014900     05  FILLER                     PIC X(04) VALUE ' -> '.
015000     05  RPT-NEW-MBI                PIC X(11).
015100     05  FILLER                     PIC X(02) VALUE SPACES.
015200     05  RPT-FILE-NAME              PIC X(08).
015300     05  FILLER                     PIC X(02) VALUE SPACES.
015400     05  RPT-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
015500     05  FILLER                     PIC X(02) VALUE SPACES.
015600     05  RPT-RESULT-TEXT            PIC X(40).
015700
015800 01  RPT-TOTAL-LINE.
015900     05  FILLER                     PIC X(05) VALUE SPACES.
016000     05  RPT-TOTAL-TEXT             PIC X(30).
016100     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
016200/
016300 COPY MXLXCPY.
016400/
016500 COPY DEDXCPY.
016600/
016700 COPY TRNXCPY.
016800/
016900 COPY TRNHCPY.
017000/
017100 PROCEDURE DIVISION.
017200
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE.
017500     PERFORM 2000-MERGE-ONE-CROSSWALK-ROW
017600        UNTIL XWALK-END-OF-FILE.
017700     PERFORM 6000-PRINT-RUN-TOTALS.
017800     PERFORM 7000-TERMINATE.
017900     GOBACK.
018000/
018100 1000-INITIALIZE.
018200     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
018300
018400     OPEN INPUT  MBI-XWALK-FILE.
018500     OPEN I-O    BENEFICIARY-FILE.
018600     OPEN I-O    BENE-HISTORY-XREF.
018700     OPEN I-O    MA-PERIOD-FILE.
018800     OPEN I-O    GHP-COVERAGE-FILE.
018900     OPEN OUTPUT MERGE-REPORT.
019000
019100     WRITE MBMRPT-RECORD         FROM RPT-HEADING-1.
019200     WRITE MBMRPT-RECORD         FROM RPT-HEADING-2.
019300
019400     MOVE LOW-VALUES                TO MBX-OLD-MBI.
019500     START MBI-XWALK-FILE KEY IS >= MBX-OLD-MBI
019600         INVALID KEY MOVE 'Y'       TO WS-XWALK-EOF-SWITCH
019700     END-START.
019800/
019900 2000-MERGE-ONE-CROSSWALK-ROW.
020000     READ MBI-XWALK-FILE NEXT RECORD
020100         AT END MOVE 'Y'            TO WS-XWALK-EOF-SWITCH
020200         NOT AT END
020300           PERFORM 2100-ROLL-OLD-MBI-FORWARD
020400     END-READ.
020500/
020600******************************************************************
020700*  THE TARGET IS THE END OF THE CHAIN, NOT THE ROW'S OWN NEW     *
020800*  MBI - A NUMBER REISSUED TWICE LANDS EVERYTHING ON THE ONE IN  *
020900*  USE TODAY.                                                    *
021000******************************************************************
021100 2100-ROLL-OLD-MBI-FORWARD.
021200     ADD 1                          TO WS-ROWS-READ.
021300     MOVE MBX-OLD-MBI               TO WS-OLD-MBI.
021400     MOVE MBX-OLD-MBI               TO MXL-MBI.
021500     CALL 'ESCALMXL'            USING MBI-XWALK-LOOKUP-REQUEST.
021600     MOVE MXL-CURRENT-MBI           TO WS-NEW-MBI.
021700
021800     MOVE WS-OLD-MBI                TO RPT-OLD-MBI.
021900     MOVE WS-NEW-MBI                TO RPT-NEW-MBI.
022000
022100     IF WS-NEW-MBI = WS-OLD-MBI  OR  WS-NEW-MBI = SPACES  THEN
022200        ADD 1                       TO WS-ROWS-SKIPPED
022300        MOVE 'MBIXWLK'              TO RPT-FILE-NAME
022400        MOVE ZERO                   TO RPT-AMOUNT
022500        MOVE 'NO CURRENT MBI - ROW NOT WORKED' TO RPT-RESULT-TEXT
022600        WRITE MBMRPT-RECORD  FROM RPT-DETAIL-LINE
022700     ELSE
022800        PERFORM 2200-CARRY-MASTER-RECORD
022900        PERFORM 2300-MOVE-DEDUCTIBLE-YEARS
023000        PERFORM 2400-MOVE-TRAINING-SESSIONS
023100        PERFORM 2500-REKEY-XREF-ENTRIES
023200        PERFORM 2600-REKEY-MA-PERIODS
023300        PERFORM 2700-REKEY-GHP-COVERAGES
023400     END-IF.
023500/
023600 2200-CARRY-MASTER-RECORD.
023700     MOVE 'BENEFILE'                TO RPT-FILE-NAME.
023800     MOVE ZERO                      TO RPT-AMOUNT.
023900     MOVE WS-OLD-MBI                TO BENE-MBI.
024000     READ BENEFICIARY-FILE
024100         INVALID KEY     MOVE 'Y'   TO WS-NOT-FOUND-SWITCH
024200         NOT INVALID KEY MOVE 'N'   TO WS-NOT-FOUND-SWITCH
024300     END-READ.
024400
024500     IF RECORD-NOT-FOUND  THEN
024600        MOVE 'NO MASTER RECORD UNDER OLD MBI' TO RPT-RESULT-TEXT
024700     ELSE
024800        MOVE BENEFICIARY-MASTER-RECORD TO WS-HELD-RECORD
024900        MOVE WS-NEW-MBI             TO BENE-MBI
025000        READ BENEFICIARY-FILE
025100            INVALID KEY     MOVE 'Y' TO WS-NOT-FOUND-SWITCH
025200            NOT INVALID KEY MOVE 'N' TO WS-NOT-FOUND-SWITCH
025300        END-READ
025400        IF RECORD-NOT-FOUND  THEN
025500           MOVE WS-HELD-RECORD      TO BENEFICIARY-MASTER-RECORD
025600           MOVE WS-NEW-MBI          TO BENE-MBI
025700           MOVE WS-TODAY            TO BENE-LAST-UPDATE-DATE
025800           WRITE BENEFICIARY-MASTER-RECORD
025900           ADD 1                    TO WS-BENE-COPIED
026000           MOVE 1                   TO RPT-AMOUNT
026100           MOVE 'MASTER RECORD COPIED TO NEW MBI' TO
026200                                    RPT-RESULT-TEXT
026300        ELSE
026400           MOVE 'NEW MBI HAS ITS OWN MASTER - KEPT' TO
026500                                    RPT-RESULT-TEXT
026600        END-IF
026700     END-IF.
026800
026900     WRITE MBMRPT-RECORD  FROM RPT-DETAIL-LINE.
027000/
027100******************************************************************
027200*  ONLY THE CURRENT AND PRIOR CALENDAR YEAR CAN STILL PRICE A    *
027300*  CLAIM - TIMELY FILING CLOSES ANYTHING OLDER - SO THOSE ARE    *
027400*  THE ACCUMULATORS THAT MATTER.  THE DOLLARS LEAVE THE OLD MBI  *
027500*  AS A BACKOUT AND ARRIVE ON THE NEW ONE AS A POST, SO BOTH     *
027600*  SIDES SHOW ON THE DEDUCTIBLE POSTING LEDGER.                  *
027700******************************************************************
027800 2300-MOVE-DEDUCTIBLE-YEARS.
027900     COMPUTE WS-DED-YEAR = WS-TODAY-YYYY - 1.
028000     PERFORM 2310-MOVE-ONE-DEDUCTIBLE-YEAR.
028100     MOVE WS-TODAY-YYYY             TO WS-DED-YEAR.
028200     PERFORM 2310-MOVE-ONE-DEDUCTIBLE-YEAR.
028300/
028400 2310-MOVE-ONE-DEDUCTIBLE-YEAR.
028500     MOVE 'I'                       TO DED-ACTION-CODE.
028600     MOVE WS-OLD-MBI                TO DED-MBI.
028700     MOVE WS-DED-YEAR               TO DED-YEAR.
028800     MOVE ZERO                      TO DED-AMOUNT.
028900     CALL 'ESCALDED'            USING DEDUCTIBLE-HISTORY-REQUEST.
029000
029100     IF DED-AMOUNT > ZERO  THEN
029200        MOVE DED-AMOUNT             TO WS-DED-AMOUNT
029300        MOVE 'B'                    TO DED-ACTION-CODE
029400        MOVE WS-OLD-MBI             TO DED-MBI
029500        MOVE WS-DED-YEAR            TO DED-YEAR
029600        MOVE WS-DED-AMOUNT          TO DED-AMOUNT
029700        CALL 'ESCALDED'         USING DEDUCTIBLE-HISTORY-REQUEST
029800        MOVE 'P'                    TO DED-ACTION-CODE
029900        MOVE WS-NEW-MBI             TO DED-MBI
030000        MOVE WS-DED-YEAR            TO DED-YEAR
030100        MOVE WS-DED-AMOUNT          TO DED-AMOUNT
030200        CALL 'ESCALDED'         USING DEDUCTIBLE-HISTORY-REQUEST
030300        ADD 1                       TO WS-DED-YEARS-MOVED
030400        ADD WS-DED-AMOUNT           TO WS-DED-AMT-MOVED
030500        MOVE 'DEDHFILE'             TO RPT-FILE-NAME
030600        MOVE WS-DED-AMOUNT          TO RPT-AMOUNT
030700        MOVE SPACES                 TO RPT-RESULT-TEXT
030800        STRING 'DEDUCTIBLE APPLIED MOVED FOR ' WS-DED-YEAR
030900           DELIMITED BY SIZE INTO RPT-RESULT-TEXT
031000        WRITE MBMRPT-RECORD  FROM RPT-DETAIL-LINE
031100     END-IF.
031200/
031300 2400-MOVE-TRAINING-SESSIONS.
031400     MOVE 'I'                       TO TRN-ACTION-CODE.
031500     MOVE WS-OLD-MBI                TO TRN-MBI.
031600     MOVE ZERO                      TO TRN-SESSIONS.
031700     INITIALIZE TRAINING-HISTORY-RECORD.
031800     CALL 'ESCALTRN'            USING TRAINING-HISTORY-REQUEST
031900                                      TRAINING-HISTORY-RECORD.
032000
032100     IF TRN-RECORD-FOUND  THEN
032200        MOVE TRNH-RETRAIN-SESSIONS-PAID TO WS-SESSIONS
032300        MOVE TRNH-INITIAL-SESSIONS-PAID TO TRN-SESSIONS
032400        MOVE 'T'                    TO TRN-SESSION-TYPE
032500        PERFORM 2410-MOVE-ONE-SESSION-TYPE
032600        MOVE WS-SESSIONS            TO TRN-SESSIONS
032700        MOVE 'R'                    TO TRN-SESSION-TYPE
032800        PERFORM 2410-MOVE-ONE-SESSION-TYPE
032900     END-IF.
033000/
033100 2410-MOVE-ONE-SESSION-TYPE.
033200     IF TRN-SESSIONS > ZERO  THEN
033300        MOVE 'B'                    TO TRN-ACTION-CODE
033400        MOVE WS-OLD-MBI             TO TRN-MBI
033500        CALL 'ESCALTRN'         USING TRAINING-HISTORY-REQUEST
033600                                      TRAINING-HISTORY-RECORD
033700        MOVE 'P'                    TO TRN-ACTION-CODE
033800        MOVE WS-NEW-MBI             TO TRN-MBI
033900        CALL 'ESCALTRN'         USING TRAINING-HISTORY-REQUEST
034000                                      TRAINING-HISTORY-RECORD
034100        ADD TRN-SESSIONS            TO WS-TRN-SESSIONS-MOVED
034200        MOVE 'TRNHFILE'             TO RPT-FILE-NAME
034300        MOVE TRN-SESSIONS           TO RPT-AMOUNT
034400        IF TRN-TYPE-RETRAIN  THEN
034500           MOVE 'RETRAINING SESSIONS MOVED' TO RPT-RESULT-TEXT
034600        ELSE
034700           MOVE 'INITIAL TRAINING SESSIONS MOVED' TO
034800                                    RPT-RESULT-TEXT
034900        END-IF
035000        WRITE MBMRPT-RECORD  FROM RPT-DETAIL-LINE
035100     END-IF.
035200/
035300******************************************************************
035400*  EACH PASS POSITIONS ON THE FIRST ENTRY STILL UNDER THE OLD    *
035500*  MBI, MOVES IT, AND DELETES IT - SO THE NEXT PASS FINDS THE    *
035600*  NEXT ONE AND THE LOOP ENDS WHEN NONE ARE LEFT.                *
035700******************************************************************
035800 2500-REKEY-XREF-ENTRIES.
035900     MOVE ZERO                      TO WS-MOVED-COUNT
036000                                       WS-KEPT-COUNT.
036100     MOVE 'N'                       TO WS-MOVE-DONE-SWITCH.
036200     PERFORM 2510-REKEY-ONE-XREF
036300        UNTIL MOVE-DONE.
036400
036500     IF WS-MOVED-COUNT > ZERO  OR  WS-KEPT-COUNT > ZERO  THEN
036600        ADD WS-MOVED-COUNT          TO WS-XREF-MOVED
036700        ADD WS-KEPT-COUNT           TO WS-XREF-KEPT
036800        MOVE 'MBIXREF'              TO RPT-FILE-NAME
036900        MOVE WS-MOVED-COUNT         TO RPT-AMOUNT
037000        MOVE SPACES                 TO RPT-RESULT-TEXT
037100        STRING 'CLAIM XREF ENTRIES MOVED, ' WS-KEPT-COUNT
037200           ' ALREADY ON NEW'
037300           DELIMITED BY SIZE INTO RPT-RESULT-TEXT
037400        WRITE MBMRPT-RECORD  FROM RPT-DETAIL-LINE
037500     END-IF.
037600/
037700 2510-REKEY-ONE-XREF.
037800     MOVE LOW-VALUES                TO BHX-RECORD-KEY.
037900     MOVE WS-OLD-MBI                TO BHX-MBI.
038000     START BENE-HISTORY-XREF KEY IS >= BHX-RECORD-KEY
038100         INVALID KEY MOVE 'Y'       TO WS-MOVE-DONE-SWITCH
038200     END-START.
038300
038400     IF MOVE-NOT-DONE  THEN
038500        READ BENE-HISTORY-XREF NEXT RECORD
038600            AT END MOVE 'Y'         TO WS-MOVE-DONE-SWITCH
038700        END-READ
038800     END-IF.
038900
039000     IF MOVE-NOT-DONE  THEN
039100        IF BHX-MBI NOT = WS-OLD-MBI  THEN
039200           MOVE 'Y'                 TO WS-MOVE-DONE-SWITCH
039300        ELSE
039400           MOVE BENE-HISTORY-XREF-RECORD TO WS-HELD-RECORD
039500           MOVE WS-NEW-MBI          TO BHX-MBI
039600           WRITE BENE-HISTORY-XREF-RECORD
039700               INVALID KEY     ADD 1 TO WS-KEPT-COUNT
039800               NOT INVALID KEY ADD 1 TO WS-MOVED-COUNT
039900           END-WRITE
040000           MOVE WS-HELD-RECORD      TO BENE-HISTORY-XREF-RECORD
040100           DELETE BENE-HISTORY-XREF RECORD
040200        END-IF
040300     END-IF.
040400/
040500 2600-REKEY-MA-PERIODS.
040600     MOVE ZERO                      TO WS-MOVED-COUNT
040700                                       WS-KEPT-COUNT.
040800     MOVE 'N'                       TO WS-MOVE-DONE-SWITCH.
040900     PERFORM 2610-REKEY-ONE-MA-PERIOD
041000        UNTIL MOVE-DONE.
041100
041200     IF WS-MOVED-COUNT > ZERO  OR  WS-KEPT-COUNT > ZERO  THEN
041300        ADD WS-MOVED-COUNT          TO WS-MAP-MOVED
041400        MOVE 'MAPFILE'              TO RPT-FILE-NAME
041500        MOVE WS-MOVED-COUNT         TO RPT-AMOUNT
041600        MOVE SPACES                 TO RPT-RESULT-TEXT
041700        STRING 'MA PERIODS MOVED, ' WS-KEPT-COUNT
041800           ' ALREADY ON NEW'
041900           DELIMITED BY SIZE INTO RPT-RESULT-TEXT
042000        WRITE MBMRPT-RECORD  FROM RPT-DETAIL-LINE
042100     END-IF.
042200/
042300 2610-REKEY-ONE-MA-PERIOD.
042400     MOVE WS-OLD-MBI                TO MAP-MBI.
042500     MOVE ZERO                      TO MAP-ENROLL-START-DATE.
042600     START MA-PERIOD-FILE KEY IS >= MAP-RECORD-KEY
042700         INVALID KEY MOVE 'Y'       TO WS-MOVE-DONE-SWITCH
042800     END-START.
042900
043000     IF MOVE-NOT-DONE  THEN
043100        READ MA-PERIOD-FILE NEXT RECORD
043200            AT END MOVE 'Y'         TO WS-MOVE-DONE-SWITCH
043300        END-READ
043400     END-IF.
043500
043600     IF MOVE-NOT-DONE  THEN
043700        IF MAP-MBI NOT = WS-OLD-MBI  THEN
043800           MOVE 'Y'                 TO WS-MOVE-DONE-SWITCH
043900        ELSE
044000           MOVE MA-PERIOD-RECORD    TO WS-HELD-RECORD
044100           MOVE WS-NEW-MBI          TO MAP-MBI
044200           MOVE WS-TODAY            TO MAP-LAST-UPDATE-DATE
044300           WRITE MA-PERIOD-RECORD
044400               INVALID KEY     ADD 1 TO WS-KEPT-COUNT
044500               NOT INVALID KEY ADD 1 TO WS-MOVED-COUNT
044600           END-WRITE
044700           MOVE WS-HELD-RECORD      TO MA-PERIOD-RECORD
044800           DELETE MA-PERIOD-FILE RECORD
044900        END-IF
045000     END-IF.
045100/
045200 2700-REKEY-GHP-COVERAGES.
045300     MOVE ZERO                      TO WS-MOVED-COUNT
045400                                       WS-KEPT-COUNT.
045500     MOVE 'N'                       TO WS-MOVE-DONE-SWITCH.
045600     PERFORM 2710-REKEY-ONE-GHP-COVERAGE
045700        UNTIL MOVE-DONE.
045800
045900     IF WS-MOVED-COUNT > ZERO  OR  WS-KEPT-COUNT > ZERO  THEN
046000        ADD WS-MOVED-COUNT          TO WS-GHP-MOVED
046100        MOVE 'GHPFILE'              TO RPT-FILE-NAME
046200        MOVE WS-MOVED-COUNT         TO RPT-AMOUNT
046300        MOVE SPACES                 TO RPT-RESULT-TEXT
046400        STRING 'GHP COVERAGES MOVED, ' WS-KEPT-COUNT
046500           ' ALREADY ON NEW'
046600           DELIMITED BY SIZE INTO RPT-RESULT-TEXT
046700        WRITE MBMRPT-RECORD  FROM RPT-DETAIL-LINE
046800     END-IF.
046900/
047000 2710-REKEY-ONE-GHP-COVERAGE.
047100     MOVE WS-OLD-MBI                TO GHP-MBI.
047200     MOVE ZERO                      TO GHP-COVERAGE-START-DATE.
047300     START GHP-COVERAGE-FILE KEY IS >= GHP-RECORD-KEY
047400         INVALID KEY MOVE 'Y'       TO WS-MOVE-DONE-SWITCH
047500     END-START.
047600
047700     IF MOVE-NOT-DONE  THEN
047800        READ GHP-COVERAGE-FILE NEXT RECORD
047900            AT END MOVE 'Y'         TO WS-MOVE-DONE-SWITCH
048000        END-READ
048100     END-IF.
048200
048300     IF MOVE-NOT-DONE  THEN
048400        IF GHP-MBI NOT = WS-OLD-MBI  THEN
048500           MOVE 'Y'                 TO WS-MOVE-DONE-SWITCH
048600        ELSE
048700           MOVE GHP-COVERAGE-RECORD TO WS-HELD-RECORD
048800           MOVE WS-NEW-MBI          TO GHP-MBI
048900           MOVE WS-TODAY            TO GHP-LAST-UPDATE-DATE
049000           WRITE GHP-COVERAGE-RECORD
049100               INVALID KEY     ADD 1 TO WS-KEPT-COUNT
049200               NOT INVALID KEY ADD 1 TO WS-MOVED-COUNT
049300           END-WRITE
049400           MOVE WS-HELD-RECORD      TO GHP-COVERAGE-RECORD
049500           DELETE GHP-COVERAGE-FILE RECORD
049600        END-IF
049700     END-IF.
049800/
049900 6000-PRINT-RUN-TOTALS.
050000     MOVE 'CROSSWALK ROWS WORKED . . . .' TO RPT-TOTAL-TEXT.
050100     MOVE WS-ROWS-READ              TO RPT-TOTAL-AMT.
050200     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
050300
050400     MOVE 'ROWS WITH NO CURRENT MBI  . .' TO RPT-TOTAL-TEXT.
050500     MOVE WS-ROWS-SKIPPED           TO RPT-TOTAL-AMT.
050600     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
050700
050800     MOVE 'MASTER RECORDS COPIED . . . .' TO RPT-TOTAL-TEXT.
050900     MOVE WS-BENE-COPIED            TO RPT-TOTAL-AMT.
051000     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
051100
051200     MOVE 'DEDUCTIBLE YEARS MOVED  . . .' TO RPT-TOTAL-TEXT.
051300     MOVE WS-DED-YEARS-MOVED        TO RPT-TOTAL-AMT.
051400     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
051500
051600     MOVE 'DEDUCTIBLE DOLLARS MOVED  . .' TO RPT-TOTAL-TEXT.
051700     MOVE WS-DED-AMT-MOVED          TO RPT-TOTAL-AMT.
051800     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
051900
052000     MOVE 'TRAINING SESSIONS MOVED . . .' TO RPT-TOTAL-TEXT.
052100     MOVE WS-TRN-SESSIONS-MOVED     TO RPT-TOTAL-AMT.
052200     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
052300
052400     MOVE 'CLAIM XREF ENTRIES MOVED  . .' TO RPT-TOTAL-TEXT.
052500     MOVE WS-XREF-MOVED             TO RPT-TOTAL-AMT.
052600     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
052700
052800     MOVE 'CLAIM XREF ALREADY ON NEW . .' TO RPT-TOTAL-TEXT.
052900     MOVE WS-XREF-KEPT              TO RPT-TOTAL-AMT.
053000     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
053100
053200     MOVE 'MA PERIODS MOVED  . . . . . .' TO RPT-TOTAL-TEXT.
053300     MOVE WS-MAP-MOVED              TO RPT-TOTAL-AMT.
053400     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
053500
053600     MOVE 'GHP COVERAGES MOVED . . . . .' TO RPT-TOTAL-TEXT.
053700     MOVE WS-GHP-MOVED              TO RPT-TOTAL-AMT.
053800     WRITE MBMRPT-RECORD  FROM RPT-TOTAL-LINE.
053900/
054000 7000-TERMINATE.
054100     CLOSE MBI-XWALK-FILE
054200           BENEFICIARY-FILE
054300           BENE-HISTORY-XREF
054400           MA-PERIOD-FILE
054500           GHP-COVERAGE-FILE
054600           MERGE-REPORT.
