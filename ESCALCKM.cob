000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCKM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCKM - NEW PROGRAM
000700*         - OUTSTANDING CHECK REGISTER MAINTENANCE AND AGING.
000800*           APPLIES THE DAY'S CHECK TRANSACTIONS (CKMTRAN) TO THE
000900*           REGISTER ESCALEFT WRITES: A VOID STOPS A CHECK, A
001000*           REISSUE VOIDS IT AND CUTS A REPLACEMENT FOR THE SAME
001100*           PROVIDER AND AMOUNT FROM THE CHKCTL STOCK RANGE, A
001200*           CLEAR POSTS THE BANK'S PAID-CHECK NOTICE (AND MUST
001300*           MATCH THE ISSUED AMOUNT).  THEN SWEEPS THE REGISTER
001400*           AND STALE-DATES EVERY CHECK STILL OUTSTANDING PAST
001500*           THE CHKCTL STALE DAYS.  EVERY VOID AND STALE-DATE
001600*           GOES TO THE BANK ON THE POSITIVE-PAY FILE (POSPAYV)
001700*           SO THE CHECK IS RETURNED IF PRESENTED, AND EVERY
001800*           REISSUE GOES OUT AS A NEW ISSUE ON THE SAME FILE AND
001900*           TO THE CHECK PRINT WORK FILE (CHKSTUBR) FOR ESCALCHP.
002000*           EVERY CHANGE IS JOURNALED TO MNTJRNL WITH BEFORE AND
002100*           AFTER IMAGES, LIKE EVERY OTHER MAINTENANCE PROGRAM.
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-Z990.
002700 OBJECT-COMPUTER.            IBM-Z990.
002800 INPUT-OUTPUT  SECTION.
002900 FILE-CONTROL.
003000     SELECT CHECK-REGISTER       ASSIGN TO CHKREG
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CHKR-CHECK-NUMBER.
003400     SELECT CHECK-CONTROL        ASSIGN TO CHKCTL
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT TAX-FILE             ASSIGN TO PTAXFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PTAX-PROVIDER-NUMBER.
004000     SELECT CHECK-TRANS          ASSIGN TO CKMTRAN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT POSITIVE-PAY-OUT     ASSIGN TO POSPAYV
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT CHECK-PRINT-OUT      ASSIGN TO CHKSTUBR
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT MAINT-REPORT         ASSIGN TO CKMRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CHECK-REGISTER
005400     LABEL RECORDS ARE STANDARD.
005500 COPY CHKRCPY.
005600/
005700 FD  CHECK-CONTROL
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000 COPY CHKCCPY.
006100/
006200 FD  TAX-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY PTAXCPY.
006500/
006600 FD  CHECK-TRANS
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 COPY CKMTCPY.
007000/
007100 FD  POSITIVE-PAY-OUT
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 COPY PPAYCPY.
007500/
007600 FD  CHECK-PRINT-OUT
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900 COPY CHKSCPY.
008000/
008100 FD  MAINT-REPORT
008200     LABEL RECORDS ARE STANDARD
008300     RECORDING MODE IS F.
008400 01  CKMRPT-RECORD                  PIC X(100).
008500/
008600 FD  MAINT-JOURNAL
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900 COPY MJRNCPY.
009000/
009100 WORKING-STORAGE SECTION.
009200 01  W-STORAGE-REF                  PIC X(46) VALUE
009300     'ESCALCKM      - W O R K I N G   S T O R A G E'.
009400
009500 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
009600     88  END-OF-FILE                           VALUE 'Y'.
009700     88  NOT-END-OF-FILE                       VALUE 'N'.
009800
009900 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
010000     88  RECORD-NOT-FOUND                      VALUE 'Y'.
010100     88  RECORD-FOUND                          VALUE 'N'.
010200
010300 01  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
010400     88  SCAN-END-OF-FILE                      VALUE 'Y'.
010500     88  SCAN-NOT-END-OF-FILE                  VALUE 'N'.
010600
010700 01  WS-CHKC-EOF-SWITCH             PIC X(01) VALUE 'N'.
010800     88  CHKC-NOT-ON-FILE                      VALUE 'Y'.
010900     88  CHKC-ON-FILE                          VALUE 'N'.
011000
011100 01  WS-CHKR-WRITTEN-SWITCH         PIC X(01).
011200     88  CHKR-WRITTEN                          VALUE 'Y'.
011300     88  CHKR-NOT-WRITTEN                      VALUE 'N'.
011400
011500 01  WS-PTAX-FOUND-SWITCH           PIC X(01).
011600     88  PTAX-RECORD-FOUND                     VALUE 'Y'.
011700     88  PTAX-RECORD-NOT-FOUND                 VALUE 'N'.
011800
011900 01  WS-TODAY                       PIC 9(08).
012000 01  WS-TIME-NOW                    PIC 9(08).
012100 01  WS-TODAY-INT                   PIC S9(09).
012200 01  WS-STALE-CUTOFF-INT            PIC S9(09).
012300 01  WS-STALE-CUTOFF-DATE           PIC 9(08).
012400 01  WS-STALE-DAYS                  PIC 9(03).
012500 01  WS-DEFAULT-STALE-DAYS          PIC 9(03) VALUE 180.
012600 01  WS-BEFORE-IMAGE                PIC X(80).
012700 01  WS-JOURNAL-OPERATOR            PIC X(08).
012800 01  WS-JOURNAL-ACTION              PIC X(01).
012900 01  WS-NEW-CHECK-NUMBER            PIC 9(10).
013000
013100******************************************************************
013200*  THE ORIGINAL CHECK IS HELD HERE WHILE ITS REPLACEMENT IS      *
013300*  WRITTEN, THEN READ BACK AND REWRITTEN POINTING AT IT.         *
013400******************************************************************
013500 01  WS-ORIGINAL-CHECK.
013600     05  WS-ORIG-CHECK-NUMBER       PIC 9(10).
013700     05  WS-ORIG-PROVIDER-NUMBER    PIC X(06).
013800     05  WS-ORIG-ISSUE-DATE         PIC 9(08).
013900     05  WS-ORIG-CHECK-AMT          PIC 9(09)V9(02).
014000     05  WS-ORIG-PAY-SEQUENCE       PIC 9(05).
014100     05  WS-ORIG-STATUS             PIC X(01).
014200         88  WS-ORIG-WAS-OUTSTANDING           VALUE 'O'.
014300
014400 01  WS-PPAY-COUNT                  PIC 9(07) VALUE ZERO.
014500 01  WS-PPAY-TOTAL                  PIC 9(11)V9(02) VALUE ZERO.
014600 01  WS-VOIDED-COUNT                PIC 9(07) VALUE ZERO.
014700 01  WS-VOIDED-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
014800 01  WS-REISSUED-COUNT              PIC 9(07) VALUE ZERO.
014900 01  WS-REISSUED-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
015000 01  WS-CLEARED-COUNT               PIC 9(07) VALUE ZERO.
015100 01  WS-CLEARED-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
015200 01  WS-STALED-COUNT                PIC 9(07) VALUE ZERO.
015300 01  WS-STALED-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
015400 01  WS-OUTSTANDING-COUNT           PIC 9(07) VALUE ZERO.
015500 01  WS-OUTSTANDING-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
015600 01  WS-REJECTED-COUNT              PIC 9(07) VALUE ZERO.
015700
015800 01  RPT-HEADING-1.
015900     05  FILLER                     PIC X(05) VALUE SPACES.
016000     05  FILLER                     PIC X(48) VALUE
016100         'OUTSTANDING CHECK REGISTER MAINTENANCE AND AGING'.
016200
016300 01  RPT-HEADING-2.
016400     05  FILLER                     PIC X(05) VALUE SPACES.
016500     05  FILLER                     PIC X(08) VALUE 'ACTION'.
016600     05  FILLER                     PIC X(12) VALUE 'CHECK NBR'.
016700     05  FILLER                     PIC X(08) VALUE 'CCN'.
016800     05  FILLER                     PIC X(16) VALUE 'AMOUNT'.
016900     05  FILLER                     PIC X(40) VALUE 'RESULT'.
017000
017100 01  RPT-DETAIL-LINE.
017200     05  FILLER                     PIC X(05) VALUE SPACES.
017300     05  RPT-ACTION-CODE            PIC X(01).
017400     05  FILLER                     PIC X(07) VALUE SPACES.
017500     05  RPT-CHECK-NUMBER           PIC 9(10).
017600     05  FILLER                     PIC X(02) VALUE SPACES.
017700     05  RPT-PROVIDER-NUMBER        PIC X(06).
017800     05  FILLER                     PIC X(02) VALUE SPACES.
017900     05  RPT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
018000     05  FILLER                     PIC X(02) VALUE SPACES.
018100     05  RPT-RESULT-TEXT            PIC X(45).
018200
018300 01  RPT-TOTAL-LINE.
018400     05  FILLER                     PIC X(05) VALUE SPACES.
018500     05  RPT-TOTAL-TEXT             PIC X(30).
018600     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
018700     05  FILLER                     PIC X(02) VALUE SPACES.
018800     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
018900/
019000 PROCEDURE DIVISION.
019100
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE.
019400     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
019500     PERFORM 3000-AGE-REGISTER.
019600     PERFORM 4000-PRINT-RUN-TOTALS.
019700     PERFORM 5000-TERMINATE.
019800     GOBACK.
019900/
020000 1000-INITIALIZE.
020100     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
020200
020300     OPEN I-O    CHECK-REGISTER.
020400     OPEN INPUT  TAX-FILE.
020500     OPEN INPUT  CHECK-TRANS.
020600     OPEN OUTPUT POSITIVE-PAY-OUT.
020700     OPEN OUTPUT CHECK-PRINT-OUT.
020800     OPEN OUTPUT MAINT-REPORT.
020900     OPEN EXTEND MAINT-JOURNAL.
021000
021100*    THE CHECK STOCK RECORD IS HELD OPEN - A REISSUE TAKES THE
021200*    NEXT NUMBER AND THE RECORD IS REWRITTEN AT THE END.
021300     OPEN I-O    CHECK-CONTROL.
021400     READ CHECK-CONTROL
021500         AT END
021600           MOVE 'Y'                 TO WS-CHKC-EOF-SWITCH
021700           DISPLAY 'ESCALCKM - CHKCTL IS EMPTY - NO REISSUES '
021800              'CAN BE CUT'
021900     END-READ.
022000
022100     MOVE WS-DEFAULT-STALE-DAYS     TO WS-STALE-DAYS.
022200     IF CHKC-ON-FILE  THEN
022300        IF CHKC-STALE-DAYS > ZERO  THEN
022400           MOVE CHKC-STALE-DAYS     TO WS-STALE-DAYS
022500        END-IF
022600        IF CHKC-NEXT-CHECK-NUMBER < CHKC-RANGE-START  THEN
022700           MOVE CHKC-RANGE-START    TO CHKC-NEXT-CHECK-NUMBER
022800        END-IF
022900     END-IF.
023000     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
023100     COMPUTE WS-STALE-CUTOFF-INT = WS-TODAY-INT - WS-STALE-DAYS.
023200     COMPUTE WS-STALE-CUTOFF-DATE =
023300        FUNCTION DATE-OF-INTEGER(WS-STALE-CUTOFF-INT).
023400
023500     WRITE CKMRPT-RECORD         FROM RPT-HEADING-1.
023600     WRITE CKMRPT-RECORD         FROM RPT-HEADING-2.
023700
023800     PERFORM 2900-READ-NEXT-TRANSACTION.
023900/
024000 2000-PROCESS-TRANSACTIONS.
024100     MOVE SPACES                    TO RPT-RESULT-TEXT.
024200     MOVE ZERO                      TO RPT-AMOUNT.
024300     MOVE SPACES                    TO RPT-PROVIDER-NUMBER.
024400     MOVE CKMT-OPERATOR-ID          TO WS-JOURNAL-OPERATOR.
024500     MOVE CKMT-ACTION-CODE          TO WS-JOURNAL-ACTION.
024600
024700     MOVE CKMT-CHECK-NUMBER         TO CHKR-CHECK-NUMBER.
024800     READ CHECK-REGISTER
024900         INVALID KEY
025000            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
025100         NOT INVALID KEY
025200            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
025300     END-READ.
025400
025500     IF RECORD-NOT-FOUND  THEN
025600        MOVE 'REJECTED - CHECK NOT ON REGISTER' TO RPT-RESULT-TEXT
025700     ELSE
025800        MOVE CHKR-PROVIDER-NUMBER   TO RPT-PROVIDER-NUMBER
025900        MOVE CHKR-CHECK-AMT         TO RPT-AMOUNT
026000        EVALUATE TRUE
026100           WHEN CKMT-VOID
026200              PERFORM 2100-VOID-CHECK
026300           WHEN CKMT-REISSUE
026400              PERFORM 2200-REISSUE-CHECK
026500           WHEN CKMT-CLEAR
026600              PERFORM 2300-CLEAR-CHECK
026700           WHEN CKMT-INQUIRY
026800              PERFORM 2400-INQUIRE-CHECK
026900           WHEN OTHER
027000              MOVE 'INVALID ACTION CODE'  TO RPT-RESULT-TEXT
027100        END-EVALUATE
027200     END-IF.
027300
027400     IF RPT-RESULT-TEXT (1:8) = 'REJECTED'  THEN
027500        ADD 1                       TO WS-REJECTED-COUNT
027600     END-IF.
027700
027800     MOVE CKMT-ACTION-CODE          TO RPT-ACTION-CODE.
027900     MOVE CKMT-CHECK-NUMBER         TO RPT-CHECK-NUMBER.
028000     WRITE CKMRPT-RECORD            FROM RPT-DETAIL-LINE.
028100
028200     PERFORM 2900-READ-NEXT-TRANSACTION.
028300/
028400******************************************************************
028500*  A VOID STOPS AN OUTSTANDING OR STALE-DATED CHECK.  A STALE    *
028600*  CHECK WAS ALREADY SENT TO THE BANK AS A VOID WHEN IT AGED,    *
028700*  SO ONLY AN OUTSTANDING ONE NEEDS A POSITIVE-PAY VOID NOW.     *
028800******************************************************************
028900 2100-VOID-CHECK.
029000     IF CHKR-OUTSTANDING  OR  CHKR-STALE-DATED  THEN
029100        MOVE CHECK-REGISTER-RECORD  TO WS-BEFORE-IMAGE
029200        IF CHKR-OUTSTANDING  THEN
029300           PERFORM 2800-WRITE-POSITIVE-PAY-VOID
029400        END-IF
029500        MOVE 'V'                    TO CHKR-STATUS
029600        MOVE WS-TODAY               TO CHKR-STATUS-DATE
029700        MOVE CKMT-OPERATOR-ID       TO CHKR-OPERATOR-ID
029800        REWRITE CHECK-REGISTER-RECORD
029900        PERFORM 2500-WRITE-JOURNAL-RECORD
030000        ADD 1                       TO WS-VOIDED-COUNT
030100        ADD CHKR-CHECK-AMT          TO WS-VOIDED-TOTAL
030200        MOVE 'CHECK VOIDED'         TO RPT-RESULT-TEXT
030300     ELSE
030400        MOVE 'REJECTED - CHECK NOT OUTSTANDING OR STALE'
030500                                    TO RPT-RESULT-TEXT
030600     END-IF.
030700/
030800******************************************************************
030900*  A REISSUE REPLACES A LOST, DAMAGED, STALE, OR VOIDED CHECK    *
031000*  WITH A NEW ONE FOR THE SAME PROVIDER AND AMOUNT.  THE NEW     *
031100*  CHECK CARRIES THE ORIGINAL'S NUMBER AND THE ORIGINAL IS       *
031200*  MARKED REISSUED POINTING AT THE NEW ONE - A CHECK IS NEVER    *
031300*  REISSUED TWICE, SO THE SAME DOLLARS CANNOT GO OUT THREE WAYS. *
031400******************************************************************
031500 2200-REISSUE-CHECK.
031600     IF CHKR-CLEARED  OR  CHKR-REISSUED  THEN
031700        MOVE 'REJECTED - CHECK CLEARED OR ALREADY REISSUED'
031800                                    TO RPT-RESULT-TEXT
031900     ELSE
032000        IF CHKC-NOT-ON-FILE  OR
032100           CHKC-NEXT-CHECK-NUMBER > CHKC-RANGE-END  THEN
032200           MOVE 'REJECTED - NO CHECK STOCK LEFT ON CHKCTL'
032300                                    TO RPT-RESULT-TEXT
032400        ELSE
032500           PERFORM 2210-CUT-REPLACEMENT-CHECK
032600        END-IF
032700     END-IF.
032800/
032900 2210-CUT-REPLACEMENT-CHECK.
033000     MOVE CHKR-CHECK-NUMBER         TO WS-ORIG-CHECK-NUMBER.
033100     MOVE CHKR-PROVIDER-NUMBER      TO WS-ORIG-PROVIDER-NUMBER.
033200     MOVE CHKR-ISSUE-DATE           TO WS-ORIG-ISSUE-DATE.
033300     MOVE CHKR-CHECK-AMT            TO WS-ORIG-CHECK-AMT.
033400     MOVE CHKR-PAY-SEQUENCE         TO WS-ORIG-PAY-SEQUENCE.
033500     MOVE CHKR-STATUS               TO WS-ORIG-STATUS.
033600
033700     MOVE CHKC-NEXT-CHECK-NUMBER    TO WS-NEW-CHECK-NUMBER.
033800     ADD 1                          TO CHKC-NEXT-CHECK-NUMBER.
033900
034000     INITIALIZE CHECK-REGISTER-RECORD.
034100     MOVE WS-NEW-CHECK-NUMBER       TO CHKR-CHECK-NUMBER.
034200     MOVE WS-ORIG-PROVIDER-NUMBER   TO CHKR-PROVIDER-NUMBER.
034300     MOVE WS-TODAY                  TO CHKR-ISSUE-DATE
034400                                       CHKR-STATUS-DATE.
034500     MOVE WS-ORIG-CHECK-AMT         TO CHKR-CHECK-AMT.
034600     MOVE 'O'                       TO CHKR-STATUS.
034700     MOVE WS-ORIG-PAY-SEQUENCE      TO CHKR-PAY-SEQUENCE.
034800     MOVE WS-ORIG-CHECK-NUMBER      TO CHKR-ORIGINAL-CHECK-NUMBER.
034900     MOVE CKMT-OPERATOR-ID          TO CHKR-OPERATOR-ID.
035000     WRITE CHECK-REGISTER-RECORD
035100         INVALID KEY     MOVE 'N'   TO WS-CHKR-WRITTEN-SWITCH
035200         NOT INVALID KEY MOVE 'Y'   TO WS-CHKR-WRITTEN-SWITCH
035300     END-WRITE.
035400
035500     IF CHKR-NOT-WRITTEN  THEN
035600        DISPLAY 'ESCALCKM - CHECK ' WS-NEW-CHECK-NUMBER
035700           ' ALREADY ON CHKREG - CHKCTL OUT OF STEP'
035800        MOVE 'REJECTED - NEXT CHECK NUMBER ALREADY USED'
035900                                    TO RPT-RESULT-TEXT
036000     ELSE
036100        MOVE SPACES                 TO WS-BEFORE-IMAGE
036200        MOVE 'A'                    TO WS-JOURNAL-ACTION
036300        PERFORM 2500-WRITE-JOURNAL-RECORD
036400        PERFORM 2220-RELEASE-REPLACEMENT
036500        PERFORM 2230-MARK-ORIGINAL-REISSUED
036600        ADD 1                       TO WS-REISSUED-COUNT
036700        ADD WS-ORIG-CHECK-AMT       TO WS-REISSUED-TOTAL
036800        MOVE SPACES                 TO RPT-RESULT-TEXT
036900        STRING 'REISSUED AS CHECK ' WS-NEW-CHECK-NUMBER
037000           DELIMITED BY SIZE INTO RPT-RESULT-TEXT
037100     END-IF.
037200/
037300 2220-RELEASE-REPLACEMENT.
037400     MOVE WS-ORIG-PROVIDER-NUMBER   TO PTAX-PROVIDER-NUMBER.
037500     READ TAX-FILE
037600         INVALID KEY     MOVE 'N'   TO WS-PTAX-FOUND-SWITCH
037700         NOT INVALID KEY MOVE 'Y'   TO WS-PTAX-FOUND-SWITCH
037800     END-READ.
037900     IF PTAX-RECORD-NOT-FOUND  THEN
038000        MOVE SPACES                 TO PROVIDER-TAX-RECORD
038100        STRING 'PROVIDER CCN ' WS-ORIG-PROVIDER-NUMBER
038200           DELIMITED BY SIZE INTO PTAX-LEGAL-NAME
038300     END-IF.
038400
038500     MOVE SPACES                    TO POSITIVE-PAY-RECORD.
038600     MOVE 'D'                       TO PPAY-RECORD-TYPE.
038700     MOVE 'I'                       TO PPAY-ISSUE-VOID-IND.
038800     MOVE CHKC-ACCOUNT-NUMBER       TO PPAY-ACCOUNT-NUMBER.
038900     MOVE WS-NEW-CHECK-NUMBER       TO PPAY-CHECK-NUMBER.
039000     MOVE WS-TODAY                  TO PPAY-ISSUE-DATE.
039100     MOVE WS-ORIG-CHECK-AMT         TO PPAY-CHECK-AMT.
039200     MOVE PTAX-LEGAL-NAME           TO PPAY-PAYEE-NAME.
039300     WRITE POSITIVE-PAY-RECORD.
039400     ADD 1                          TO WS-PPAY-COUNT.
039500     ADD WS-ORIG-CHECK-AMT          TO WS-PPAY-TOTAL.
039600
039700     MOVE SPACES                    TO CHECK-PRINT-RECORD.
039800     MOVE WS-NEW-CHECK-NUMBER       TO CHKS-CHECK-NUMBER.
039900     MOVE 'C'                       TO CHKS-RECORD-TYPE.
040000     MOVE WS-ORIG-PROVIDER-NUMBER   TO CHKS-PROVIDER-NUMBER.
040100     MOVE WS-TODAY                  TO CHKS-ISSUE-DATE.
040200     MOVE WS-ORIG-CHECK-AMT         TO CHKS-CHECK-AMT.
040300     MOVE WS-ORIG-PAY-SEQUENCE      TO CHKS-PAY-SEQUENCE.
040400     MOVE PTAX-LEGAL-NAME           TO CHKS-PAYEE-NAME.
040500     MOVE PTAX-ADDRESS              TO CHKS-PAYEE-ADDRESS.
040600     MOVE PTAX-CITY                 TO CHKS-PAYEE-CITY.
040700     MOVE PTAX-STATE                TO CHKS-PAYEE-STATE.
040800     MOVE PTAX-ZIP                  TO CHKS-PAYEE-ZIP.
040900     MOVE WS-ORIG-CHECK-NUMBER      TO CHKS-ORIGINAL-CHECK-NBR.
041000     MOVE WS-ORIG-ISSUE-DATE        TO CHKS-ORIGINAL-ISSUE-DATE.
041100     WRITE CHECK-PRINT-RECORD.
041200/
041300 2230-MARK-ORIGINAL-REISSUED.
041400     MOVE WS-ORIG-CHECK-NUMBER      TO CHKR-CHECK-NUMBER.
041500     READ CHECK-REGISTER
041600         INVALID KEY
041700            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
041800         NOT INVALID KEY
041900            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
042000     END-READ.
042100
042200     IF RECORD-FOUND  THEN
042300        MOVE CHECK-REGISTER-RECORD  TO WS-BEFORE-IMAGE
042400        IF WS-ORIG-WAS-OUTSTANDING  THEN
042500           PERFORM 2800-WRITE-POSITIVE-PAY-VOID
042600        END-IF
042700        MOVE 'R'                    TO CHKR-STATUS
042800        MOVE WS-TODAY               TO CHKR-STATUS-DATE
042900        MOVE WS-NEW-CHECK-NUMBER    TO CHKR-REPLACEMENT-CHECK-NBR
043000        MOVE CKMT-OPERATOR-ID       TO CHKR-OPERATOR-ID
043100        REWRITE CHECK-REGISTER-RECORD
043200        MOVE CKMT-ACTION-CODE       TO WS-JOURNAL-ACTION
043300        PERFORM 2500-WRITE-JOURNAL-RECORD
043400     END-IF.
043500/
043600******************************************************************
043700*  THE BANK'S PAID-CHECK NOTICE.  ONLY AN OUTSTANDING CHECK CAN  *
043800*  CLEAR, AND ONLY FOR THE AMOUNT ISSUED - ANYTHING ELSE IS AN   *
043900*  ITEM POSITIVE PAY SHOULD HAVE RETURNED AND GOES TO TREASURY.  *
044000******************************************************************
044100 2300-CLEAR-CHECK.
044200     EVALUATE TRUE
044300        WHEN NOT CHKR-OUTSTANDING
044400           MOVE 'REJECTED - PAID CHECK IS NOT OUTSTANDING'
044500                                    TO RPT-RESULT-TEXT
044600           DISPLAY 'ESCALCKM - CHECK ' CHKR-CHECK-NUMBER
044700              ' PAID BY BANK IN STATUS ' CHKR-STATUS
044800        WHEN CKMT-PAID-AMT NOT = CHKR-CHECK-AMT
044900           MOVE 'REJECTED - PAID AMOUNT DIFFERS FROM ISSUE'
045000                                    TO RPT-RESULT-TEXT
045100           DISPLAY 'ESCALCKM - CHECK ' CHKR-CHECK-NUMBER
045200              ' PAID FOR ' CKMT-PAID-AMT ' ISSUED FOR '
045300              CHKR-CHECK-AMT
045400        WHEN OTHER
045500           MOVE CHECK-REGISTER-RECORD TO WS-BEFORE-IMAGE
045600           MOVE 'C'                 TO CHKR-STATUS
045700           IF CKMT-PAID-DATE NUMERIC  AND
045800              CKMT-PAID-DATE > ZERO  THEN
045900              MOVE CKMT-PAID-DATE   TO CHKR-STATUS-DATE
046000           ELSE
046100              MOVE WS-TODAY         TO CHKR-STATUS-DATE
046200           END-IF
046300           MOVE CKMT-OPERATOR-ID    TO CHKR-OPERATOR-ID
046400           REWRITE CHECK-REGISTER-RECORD
046500           PERFORM 2500-WRITE-JOURNAL-RECORD
046600           ADD 1                    TO WS-CLEARED-COUNT
046700           ADD CHKR-CHECK-AMT       TO WS-CLEARED-TOTAL
046800           MOVE 'CHECK CLEARED'     TO RPT-RESULT-TEXT
046900     END-EVALUATE.
047000/
047100 2400-INQUIRE-CHECK.
047200     STRING 'STATUS='  CHKR-STATUS
047300            ' ISSUED=' CHKR-ISSUE-DATE
047400            ' AS OF='  CHKR-STATUS-DATE
047500        DELIMITED BY SIZE  INTO RPT-RESULT-TEXT.
047600/
047700******************************************************************
047800***  One journal record per applied change: operator stamp,
047900***  timestamp, and full before/after images.
048000******************************************************************
048100 2500-WRITE-JOURNAL-RECORD.
048200     ACCEPT WS-TIME-NOW          FROM TIME.
048300     MOVE 'ESCALCKM'                TO MJRN-PROGRAM-ID.
048400     MOVE WS-JOURNAL-OPERATOR       TO MJRN-OPERATOR-ID.
048500     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
048600     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
048700     MOVE WS-JOURNAL-ACTION         TO MJRN-ACTION-CODE.
048800     MOVE SPACES                    TO MJRN-RECORD-KEY.
048900     STRING CHKR-CHECK-NUMBER
049000        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
049100     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
049200     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
049300     MOVE CHECK-REGISTER-RECORD     TO MJRN-AFTER-IMAGE.
049400     WRITE MAINT-JOURNAL-RECORD.
049500/
049600 2800-WRITE-POSITIVE-PAY-VOID.
049700     MOVE SPACES                    TO POSITIVE-PAY-RECORD.
049800     MOVE 'D'                       TO PPAY-RECORD-TYPE.
049900     MOVE 'V'                       TO PPAY-ISSUE-VOID-IND.
050000     MOVE CHKC-ACCOUNT-NUMBER       TO PPAY-ACCOUNT-NUMBER.
050100     MOVE CHKR-CHECK-NUMBER         TO PPAY-CHECK-NUMBER.
050200     MOVE CHKR-ISSUE-DATE           TO PPAY-ISSUE-DATE.
050300     MOVE CHKR-CHECK-AMT            TO PPAY-CHECK-AMT.
050400     WRITE POSITIVE-PAY-RECORD.
050500     ADD 1                          TO WS-PPAY-COUNT.
050600     ADD CHKR-CHECK-AMT             TO WS-PPAY-TOTAL.
050700/
050800 2900-READ-NEXT-TRANSACTION.
050900     READ CHECK-TRANS
051000         AT END MOVE 'Y'            TO WS-EOF-SWITCH
051100     END-READ.
051200/
051300******************************************************************
051400*  THE AGING SWEEP - EVERY CHECK STILL OUTSTANDING THAT WAS      *
051500*  ISSUED ON OR BEFORE THE STALE CUTOFF IS STALE-DATED AND SENT  *
051600*  TO THE BANK AS A VOID.  WHAT REMAINS OUTSTANDING IS TOTALED   *
051700*  FOR THE REGISTER BALANCE.                                     *
051800******************************************************************
051900 3000-AGE-REGISTER.
052000     MOVE 'N'                       TO WS-SCAN-EOF-SWITCH.
052100     MOVE ZERO                      TO CHKR-CHECK-NUMBER.
052200     START CHECK-REGISTER KEY IS >= CHKR-CHECK-NUMBER
052300         INVALID KEY MOVE 'Y'       TO WS-SCAN-EOF-SWITCH
052400     END-START.
052500
052600     PERFORM 3100-AGE-ONE-CHECK UNTIL SCAN-END-OF-FILE.
052700/
052800 3100-AGE-ONE-CHECK.
052900     READ CHECK-REGISTER NEXT RECORD
053000         AT END MOVE 'Y'            TO WS-SCAN-EOF-SWITCH
053100     END-READ.
053200
053300     IF SCAN-NOT-END-OF-FILE  AND  CHKR-OUTSTANDING  THEN
053400        IF CHKR-ISSUE-DATE <= WS-STALE-CUTOFF-DATE  THEN
053500           MOVE CHECK-REGISTER-RECORD TO WS-BEFORE-IMAGE
053600           PERFORM 2800-WRITE-POSITIVE-PAY-VOID
053700           MOVE 'S'                 TO CHKR-STATUS
053800           MOVE WS-TODAY            TO CHKR-STATUS-DATE
053900           MOVE 'ESCALCKM'          TO CHKR-OPERATOR-ID
054000                                       WS-JOURNAL-OPERATOR
054100           REWRITE CHECK-REGISTER-RECORD
054200           MOVE 'S'                 TO WS-JOURNAL-ACTION
054300           PERFORM 2500-WRITE-JOURNAL-RECORD
054400           ADD 1                    TO WS-STALED-COUNT
054500           ADD CHKR-CHECK-AMT       TO WS-STALED-TOTAL
054600           MOVE 'S'                 TO RPT-ACTION-CODE
054700           MOVE CHKR-CHECK-NUMBER   TO RPT-CHECK-NUMBER
054800           MOVE CHKR-PROVIDER-NUMBER TO RPT-PROVIDER-NUMBER
054900           MOVE CHKR-CHECK-AMT      TO RPT-AMOUNT
055000           MOVE 'STALE-DATED - VOID SENT TO BANK' TO
055100                                       RPT-RESULT-TEXT
055200           WRITE CKMRPT-RECORD      FROM RPT-DETAIL-LINE
055300        ELSE
055400           ADD 1                    TO WS-OUTSTANDING-COUNT
055500           ADD CHKR-CHECK-AMT       TO WS-OUTSTANDING-TOTAL
055600        END-IF
055700     END-IF.
055800/
055900 4000-PRINT-RUN-TOTALS.
056000     MOVE 'CHECKS VOIDED . . . . . . .'  TO RPT-TOTAL-TEXT.
056100     MOVE WS-VOIDED-COUNT           TO RPT-TOTAL-COUNT.
056200     MOVE WS-VOIDED-TOTAL           TO RPT-TOTAL-AMT.
056300     WRITE CKMRPT-RECORD  FROM RPT-TOTAL-LINE.
056400
056500     MOVE 'CHECKS REISSUED . . . . . .'  TO RPT-TOTAL-TEXT.
056600     MOVE WS-REISSUED-COUNT         TO RPT-TOTAL-COUNT.
056700     MOVE WS-REISSUED-TOTAL         TO RPT-TOTAL-AMT.
056800     WRITE CKMRPT-RECORD  FROM RPT-TOTAL-LINE.
056900
057000     MOVE 'CHECKS CLEARED  . . . . . .'  TO RPT-TOTAL-TEXT.
057100     MOVE WS-CLEARED-COUNT          TO RPT-TOTAL-COUNT.
057200     MOVE WS-CLEARED-TOTAL          TO RPT-TOTAL-AMT.
057300     WRITE CKMRPT-RECORD  FROM RPT-TOTAL-LINE.
057400
057500     MOVE 'CHECKS STALE-DATED  . . . .'  TO RPT-TOTAL-TEXT.
057600     MOVE WS-STALED-COUNT           TO RPT-TOTAL-COUNT.
057700     MOVE WS-STALED-TOTAL           TO RPT-TOTAL-AMT.
057800     WRITE CKMRPT-RECORD  FROM RPT-TOTAL-LINE.
057900
058000     MOVE 'TRANSACTIONS REJECTED . . .'  TO RPT-TOTAL-TEXT.
058100     MOVE WS-REJECTED-COUNT         TO RPT-TOTAL-COUNT.
058200     MOVE ZERO                      TO RPT-TOTAL-AMT.
058300     WRITE CKMRPT-RECORD  FROM RPT-TOTAL-LINE.
058400
058500     MOVE 'STILL OUTSTANDING . . . . .'  TO RPT-TOTAL-TEXT.
058600     MOVE WS-OUTSTANDING-COUNT      TO RPT-TOTAL-COUNT.
058700     MOVE WS-OUTSTANDING-TOTAL      TO RPT-TOTAL-AMT.
058800     WRITE CKMRPT-RECORD  FROM RPT-TOTAL-LINE.
058900/
059000 5000-TERMINATE.
059100     MOVE SPACES                    TO POSITIVE-PAY-TRAILER.
059200     MOVE 'T'                       TO PPAY-TRL-RECORD-TYPE.
059300     MOVE WS-PPAY-COUNT             TO PPAY-TRL-DETAIL-COUNT.
059400     MOVE WS-PPAY-TOTAL             TO PPAY-TRL-DOLLAR-TOTAL.
059500     WRITE POSITIVE-PAY-TRAILER.
059600
059700     IF CHKC-ON-FILE  AND  WS-REISSUED-COUNT > ZERO  THEN
059800        MOVE WS-TODAY               TO CHKC-LAST-UPDATE-DATE
059900        REWRITE CHECK-CONTROL-RECORD
060000     END-IF.
060100
060200     CLOSE CHECK-REGISTER
060300           CHECK-CONTROL
060400           TAX-FILE
060500           CHECK-TRANS
060600           POSITIVE-PAY-OUT
060700           CHECK-PRINT-OUT
060800           MAINT-JOURNAL
060900           MAINT-REPORT.
