000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALERM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALERM - NEW PROGRAM
000700*         - MAINTAINS THE EXTENDED REPAYMENT SCHEDULE (ERS) MASTER
000800*           (ERSFILE, KEYED BY THE RECEIVABLE - PROVIDER, CLAIM,
000900*           AND SETUP DATE).  EACH TRANSACTION ADDS, CHANGES,
001000*           DELETES, OR INQUIRES ON THE APPROVED INSTALLMENT PLAN
001100*           FOR ONE RECEIVABLE: TERM, INSTALLMENT AMOUNT, START
001200*           DATE, AND INTEREST RATE.  A PLAN IS ONLY TAKEN FOR AN
001300*           OPEN RECEIVABLE AND ONLY IF ITS INSTALLMENTS OVER THE
001400*           TERM RETIRE WHAT IS OWED TODAY.  A CHANGE RESTARTS THE
001500*           SCHEDULE IN GOOD STANDING, WHICH IS ALSO HOW A
001600*           DEFAULTED PLAN IS RENEGOTIATED; A DELETE PUTS THE
001700*           RECEIVABLE BACK ON FULL RECOUPMENT.  EVERY ADD/CHANGE/
001800*           DELETE IS JOURNALED TO THE COMMON MAINTENANCE JOURNAL
001900*           (MNTJRNL) LIKE EVERY OTHER MAINTENANCE PROGRAM.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT ERS-FILE             ASSIGN TO ERSFILE
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ERS-RECORD-KEY.
003200     SELECT RECEIVABLE-FILE      ASSIGN TO RCVFILE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RCV-RECORD-KEY.
003600     SELECT ERS-TRANS            ASSIGN TO ERSTRAN
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT MAINT-REPORT         ASSIGN TO ERSMRPT
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ERS-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 COPY ERSMCPY.
004800/
004900 FD  RECEIVABLE-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 COPY RCVFCPY.
005200/
005300 FD  ERS-TRANS
005400     LABEL RECORDS ARE STANDARD
005500     RECORDING MODE IS F.
005600 COPY ERSTCPY.
005700/
005800 FD  MAINT-REPORT
005900     LABEL RECORDS ARE STANDARD
006000     RECORDING MODE IS F.
006100 01  ERSMRPT-RECORD                 PIC X(100).
006200/
006300 FD  MAINT-JOURNAL
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600 COPY MJRNCPY.
006700/
006800 WORKING-STORAGE SECTION.
006900 01  W-STORAGE-REF                  PIC X(46) VALUE
007000     'ESCALERM      - W O R K I N G   S T O R A G E'.
007100
007200 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
007300     88  END-OF-FILE                           VALUE 'Y'.
007400     88  NOT-END-OF-FILE                        VALUE 'N'.
007500
007600 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
007700     88  RECORD-NOT-FOUND                       VALUE 'Y'.
007800     88  RECORD-FOUND                           VALUE 'N'.
007900
008000 01  WS-RCV-FOUND-SWITCH            PIC X(01).
008100     88  RCV-RECORD-FOUND                      VALUE 'Y'.
008200     88  RCV-RECORD-NOT-FOUND                  VALUE 'N'.
008300
008400 01  WS-TODAY                       PIC 9(08).
008500 01  WS-TIME-NOW                    PIC 9(08).
008600 01  WS-BEFORE-IMAGE                PIC X(80).
008700
008800******************************************************************
008900*  PLAN EDIT LIMITS.  A PLAN RUNS AT MOST WS-MAXIMUM-TERM        *
009000*  MONTHS; A TRANSACTION WITH NO GRACE DAYS GETS THE DEFAULT.    *
009100******************************************************************
009200 01  WS-MAXIMUM-TERM                PIC 9(03) VALUE 60.
009300 01  WS-DEFAULT-GRACE-DAYS          PIC 9(02) VALUE 30.
009400 01  WS-OPEN-BALANCE-AMT            PIC S9(09)V9(02).
009500 01  WS-PLAN-TOTAL-AMT              PIC 9(11)V9(02).
009600
009700 01  RPT-HEADING-1.
009800     05  FILLER                     PIC X(05) VALUE SPACES.
009900     05  FILLER                     PIC X(46) VALUE
010000         'EXTENDED REPAYMENT SCHEDULE MASTER MAINTENANCE'.
010100
010200 01  RPT-HEADING-2.
010300     05  FILLER                     PIC X(05) VALUE SPACES.
010400     05  FILLER                     PIC X(08) VALUE 'ACTION'.
010500     05  FILLER                     PIC X(08) VALUE 'CCN'.
010600     05  FILLER                     PIC X(15) VALUE 'CLAIM'.
010700     05  FILLER                     PIC X(10) VALUE 'SETUP'.
010800     05  FILLER                     PIC X(40) VALUE
010900         'RESULT'.
011000
011100 01  RPT-DETAIL-LINE.
011200     05  FILLER                     PIC X(05) VALUE SPACES.
011300     05  RPT-ACTION-CODE            PIC X(01).
011400     05  FILLER                     PIC X(07) VALUE SPACES.
011500     05  RPT-PROVIDER-NUMBER        PIC X(06).
011600     05  FILLER                     PIC X(02) VALUE SPACES.
011700     05  RPT-CLAIM-NUMBER           PIC X(13).
011800     05  FILLER                     PIC X(02) VALUE SPACES.
011900     05  RPT-SETUP-DATE             PIC X(08).
012000     05  FILLER                     PIC X(02) VALUE SPACES.
012100     05  RPT-RESULT-TEXT            PIC X(40).
012200/
012300 PROCEDURE DIVISION.
012400
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE.
012700     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
012800     PERFORM 3000-TERMINATE.
012900     GOBACK.
013000/
013100 1000-INITIALIZE.
013200     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
013300
013400     OPEN I-O    ERS-FILE.
013500     OPEN INPUT  RECEIVABLE-FILE.
013600     OPEN INPUT  ERS-TRANS.
013700     OPEN OUTPUT MAINT-REPORT.
013800     OPEN EXTEND MAINT-JOURNAL.
013900
014000     WRITE ERSMRPT-RECORD        FROM RPT-HEADING-1.
014100     WRITE ERSMRPT-RECORD        FROM RPT-HEADING-2.
014200
014300     PERFORM 2900-READ-NEXT-TRANSACTION.
014400/
014500 2000-PROCESS-TRANSACTIONS.
014600     MOVE SPACES                    TO RPT-RESULT-TEXT.
014700
014800     EVALUATE TRUE
014900        WHEN ERST-ADD
015000           PERFORM 2100-ADD-PLAN
015100        WHEN ERST-CHANGE
015200           PERFORM 2200-CHANGE-PLAN
015300        WHEN ERST-DELETE
015400           PERFORM 2300-DELETE-PLAN
015500        WHEN ERST-INQUIRY
015600           PERFORM 2400-INQUIRE-PLAN
015700        WHEN OTHER
015800           MOVE 'INVALID ACTION CODE'    TO RPT-RESULT-TEXT
015900     END-EVALUATE.
016000
016100     MOVE ERST-ACTION-CODE          TO RPT-ACTION-CODE
016200     MOVE ERST-PROVIDER-NUMBER      TO RPT-PROVIDER-NUMBER
016300     MOVE ERST-CLAIM-NUMBER         TO RPT-CLAIM-NUMBER
016400     MOVE ERST-SETUP-DATE           TO RPT-SETUP-DATE
016500     WRITE ERSMRPT-RECORD           FROM RPT-DETAIL-LINE.
016600
016700     PERFORM 2900-READ-NEXT-TRANSACTION.
016800/
016900 2100-ADD-PLAN.
017000     PERFORM 2050-READ-PLAN.
017100
017200     IF RECORD-FOUND  THEN
017300        MOVE 'REJECTED - PLAN ALREADY ON FILE' TO RPT-RESULT-TEXT
017400     ELSE
017500        PERFORM 2600-EDIT-PLAN-TERMS
017600        IF RPT-RESULT-TEXT = SPACES  THEN
017700           INITIALIZE ERS-PLAN-RECORD
017800           MOVE ERST-RECEIVABLE-KEY    TO ERS-RECORD-KEY
017900           PERFORM 2650-MOVE-PLAN-TERMS
018000           WRITE ERS-PLAN-RECORD
018100           MOVE SPACES                 TO WS-BEFORE-IMAGE
018200           PERFORM 2500-WRITE-JOURNAL-RECORD
018300           MOVE 'PLAN ADDED - FIRST INSTALLMENT DUE ON START'
018400                                       TO RPT-RESULT-TEXT
018500        END-IF
018600     END-IF.
018700/
018800 2200-CHANGE-PLAN.
018900     PERFORM 2050-READ-PLAN.
019000
019100     IF RECORD-NOT-FOUND  THEN
019200        MOVE 'REJECTED - PLAN NOT ON FILE' TO RPT-RESULT-TEXT
019300     ELSE
019400        PERFORM 2600-EDIT-PLAN-TERMS
019500        IF RPT-RESULT-TEXT = SPACES  THEN
019600           MOVE SPACES                 TO WS-BEFORE-IMAGE
019700           MOVE ERS-PLAN-RECORD        TO WS-BEFORE-IMAGE
019800           PERFORM 2650-MOVE-PLAN-TERMS
019900           REWRITE ERS-PLAN-RECORD
020000           PERFORM 2500-WRITE-JOURNAL-RECORD
020100           MOVE 'PLAN CHANGED - SCHEDULE RESTARTED'
020200                                       TO RPT-RESULT-TEXT
020300        END-IF
020400     END-IF.
020500/
020600 2300-DELETE-PLAN.
020700     PERFORM 2050-READ-PLAN.
020800
020900     IF RECORD-NOT-FOUND  THEN
021000        MOVE 'REJECTED - PLAN NOT ON FILE' TO RPT-RESULT-TEXT
021100     ELSE
021200        MOVE SPACES                 TO WS-BEFORE-IMAGE
021300        MOVE ERS-PLAN-RECORD        TO WS-BEFORE-IMAGE
021400        DELETE ERS-FILE RECORD
021500        MOVE SPACES                 TO ERS-PLAN-RECORD
021600        PERFORM 2500-WRITE-JOURNAL-RECORD
021700        MOVE 'PLAN DELETED - FULL RECOUPMENT'  TO RPT-RESULT-TEXT
021800     END-IF.
021900/
022000 2400-INQUIRE-PLAN.
022100     PERFORM 2050-READ-PLAN.
022200
022300     IF RECORD-NOT-FOUND  THEN
022400        MOVE 'NOT ON FILE'                     TO RPT-RESULT-TEXT
022500     ELSE
022600        STRING 'STAT='      ERS-PLAN-STATUS
022700               ' TERM='     ERS-TERM-MONTHS
022800               ' NEXT DUE=' ERS-NEXT-DUE-DATE
022900               ' START='    ERS-START-DATE
023000           DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
023100     END-IF.
023200/
023300 2050-READ-PLAN.
023400     MOVE ERST-RECEIVABLE-KEY       TO ERS-RECORD-KEY.
023500
023600     READ ERS-FILE
023700         INVALID KEY
023800            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
023900         NOT INVALID KEY
024000            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
024100     END-READ.
024200/
024300******************************************************************
024400***  One journal record per applied add/change/delete: operator
024500***  stamp, timestamp, and full before/after images.
024600******************************************************************
024700 2500-WRITE-JOURNAL-RECORD.
024800     ACCEPT WS-TIME-NOW          FROM TIME.
024900     MOVE 'ESCALERM'                TO MJRN-PROGRAM-ID.
025000     MOVE ERST-OPERATOR-ID          TO MJRN-OPERATOR-ID.
025100     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
025200     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
025300     MOVE ERST-ACTION-CODE          TO MJRN-ACTION-CODE.
025400     MOVE SPACES                    TO MJRN-RECORD-KEY.
025500     STRING ERST-PROVIDER-NUMBER
025600            ERST-CLAIM-NUMBER
025700        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
025800     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
025900     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
026000     MOVE ERS-PLAN-RECORD           TO MJRN-AFTER-IMAGE.
026100     WRITE MAINT-JOURNAL-RECORD.
026200/
026300******************************************************************
026400***  Edit the plan terms on an add or change.  The receivable must
026500***  be open, the schedule must start today or later on a day the
026600***  following months all have, and the installments over the term
026700***  must retire the principal and interest owed today.  Leaves
026800***  RPT-RESULT-TEXT at spaces when the terms pass.
026900******************************************************************
027000 2600-EDIT-PLAN-TERMS.
027100     MOVE ERST-RECEIVABLE-KEY       TO RCV-RECORD-KEY.
027200     READ RECEIVABLE-FILE
027300         INVALID KEY     MOVE 'N'   TO WS-RCV-FOUND-SWITCH
027400         NOT INVALID KEY MOVE 'Y'   TO WS-RCV-FOUND-SWITCH
027500     END-READ.
027600
027700     EVALUATE TRUE
027800        WHEN RCV-RECORD-NOT-FOUND
027900           MOVE 'REJECTED - RECEIVABLE NOT ON FILE'
028000                                       TO RPT-RESULT-TEXT
028100        WHEN RCV-STATUS-CLOSED
028200           MOVE 'REJECTED - RECEIVABLE IS CLOSED'
028300                                       TO RPT-RESULT-TEXT
028400        WHEN ERST-START-DATE NOT NUMERIC
028500           MOVE 'REJECTED - INVALID START DATE'
028600                                       TO RPT-RESULT-TEXT
028700        WHEN ERST-START-MM < 1  OR  ERST-START-MM > 12
028800           MOVE 'REJECTED - INVALID START DATE'
028900                                       TO RPT-RESULT-TEXT
029000        WHEN ERST-START-DD < 1  OR  ERST-START-DD > 28
029100           MOVE 'REJECTED - START DAY MUST BE 01-28'
029200                                       TO RPT-RESULT-TEXT
029300        WHEN ERST-START-DATE < WS-TODAY
029400           MOVE 'REJECTED - START DATE IS PAST'
029500                                       TO RPT-RESULT-TEXT
029600        WHEN ERST-TERM-MONTHS NOT NUMERIC
029700           MOVE 'REJECTED - INVALID TERM'  TO RPT-RESULT-TEXT
029800        WHEN ERST-TERM-MONTHS = ZERO  OR
029900             ERST-TERM-MONTHS > WS-MAXIMUM-TERM
030000           MOVE 'REJECTED - TERM MUST BE 1-60 MONTHS'
030100                                       TO RPT-RESULT-TEXT
030200        WHEN ERST-INSTALLMENT-AMT NOT NUMERIC
030300           MOVE 'REJECTED - INVALID INSTALLMENT AMOUNT'
030400                                       TO RPT-RESULT-TEXT
030500        WHEN ERST-INSTALLMENT-AMT = ZERO
030600           MOVE 'REJECTED - NO INSTALLMENT AMOUNT'
030700                                       TO RPT-RESULT-TEXT
030800        WHEN ERST-INTEREST-RATE NOT NUMERIC
030900           MOVE 'REJECTED - INVALID INTEREST RATE'
031000                                       TO RPT-RESULT-TEXT
031100        WHEN ERST-GRACE-DAYS NOT NUMERIC
031200           MOVE 'REJECTED - INVALID GRACE DAYS'
031300                                       TO RPT-RESULT-TEXT
031400        WHEN OTHER
031500           COMPUTE WS-OPEN-BALANCE-AMT =
031600              RCV-ORIGINAL-AMT - RCV-RECOVERED-AMT
031700              + RCV-INTEREST-ACCRUED-AMT - RCV-INTEREST-PAID-AMT
031800           COMPUTE WS-PLAN-TOTAL-AMT =
031900              ERST-INSTALLMENT-AMT * ERST-TERM-MONTHS
032000           IF WS-PLAN-TOTAL-AMT < WS-OPEN-BALANCE-AMT  THEN
032100              MOVE 'REJECTED - PLAN DOES NOT RETIRE DEBT'
032200                                       TO RPT-RESULT-TEXT
032300           END-IF
032400     END-EVALUATE.
032500/
032600******************************************************************
032700***  Lay the edited terms onto the plan and start the schedule in
032800***  good standing - the first installment is due on the start
032900***  date and nothing has been collected toward it.
033000******************************************************************
033100 2650-MOVE-PLAN-TERMS.
033200     MOVE 'G'                       TO ERS-PLAN-STATUS.
033300     MOVE ERST-START-DATE           TO ERS-START-DATE.
033400     MOVE ERST-TERM-MONTHS          TO ERS-TERM-MONTHS.
033500     MOVE ERST-INSTALLMENT-AMT      TO ERS-INSTALLMENT-AMT.
033600     MOVE ERST-INTEREST-RATE        TO ERS-INTEREST-RATE.
033700     IF ERST-GRACE-DAYS > ZERO  THEN
033800        MOVE ERST-GRACE-DAYS        TO ERS-GRACE-DAYS
033900     ELSE
034000        MOVE WS-DEFAULT-GRACE-DAYS  TO ERS-GRACE-DAYS
034100     END-IF.
034200     MOVE ERST-START-DATE           TO ERS-NEXT-DUE-DATE.
034300     MOVE ZERO                      TO ERS-PERIOD-COLLECTED-AMT.
034400     MOVE WS-TODAY                  TO ERS-STATUS-DATE.
034500/
034600 2900-READ-NEXT-TRANSACTION.
034700     READ ERS-TRANS
034800         AT END MOVE 'Y'            TO WS-EOF-SWITCH
034900     END-READ.
035000/
035100 3000-TERMINATE.
035200     CLOSE ERS-FILE
035300           RECEIVABLE-FILE
035400           ERS-TRANS
035500           MAINT-JOURNAL
035600           MAINT-REPORT.
