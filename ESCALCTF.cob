000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCTF.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCTF - NEW PROGRAM
000700*         - IMPROPER-PAYMENT (CERT) CASE MAINTENANCE.  APPLIES THE
000800*           REVIEW STAFF'S TRANSACTIONS (CTTRAN) TO THE CASES
000900*           ESCALCTS OPENED ON CERTFILE: THE MEDICAL RECORDS
001000*           REQUEST AND ITS DUE DATE (45 CALENDAR DAYS UNLESS ONE
001100*           IS KEYED, ROLLED TO A BUSINESS DAY BY ESCALBDY), THE
001200*           DOCUMENTATION RECEIVED, THE FINDING - ERROR CATEGORY,
001300*           DOLLARS IN ERROR, OVERPAID OR UNDERPAID, AND HOW AN
001400*           OVERPAYMENT IS CORRECTED ON THE CLAIM - ITS
001500*           CONFIRMATION, AND CLOSING A CASE CMS WITHDRAWS.  A
001600*           CONFIRMED OVERPAYMENT WAITS ON THE CASE FOR THE
001700*           ADJUSTMENT FEED (ESCALCTA); ANY OTHER CONFIRMED
001800*           FINDING CLOSES THE CASE.  EVERY TRANSACTION IS LISTED
001900*           WITH WHAT WAS DONE OR WHY IT WAS REJECTED.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT CERT-TRANSACTION-IN  ASSIGN TO CTTRAN
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT CERT-CASE-FILE       ASSIGN TO CERTFILE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CTC-RECORD-KEY.
003400     SELECT MAINTENANCE-REPORT   ASSIGN TO CTFRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CERT-TRANSACTION-IN
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200 COPY CTTCPY.
004300/
004400 FD  CERT-CASE-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 COPY CTCCPY.
004700/
004800 FD  MAINTENANCE-REPORT
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F.
005100 01  CTFRPT-RECORD                  PIC X(100).
005200/
005300 WORKING-STORAGE SECTION.
005400 01  W-STORAGE-REF                  PIC X(46) VALUE
005500     'ESCALCTF      - W O R K I N G   S T O R A G E'.
005600
005700 01  WS-TRAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
005800     88  TRAN-END-OF-FILE                      VALUE 'Y'.
005900     88  TRAN-NOT-END-OF-FILE                  VALUE 'N'.
006000
006100 01  WS-CASE-FOUND-SWITCH           PIC X(01).
006200     88  CASE-FOUND                            VALUE 'Y'.
006300     88  CASE-NOT-FOUND                        VALUE 'N'.
006400
006500 01  WS-TRAN-OK-SWITCH              PIC X(01).
006600     88  TRAN-OK                               VALUE 'Y'.
006700     88  TRAN-REJECTED                         VALUE 'N'.
006800
006900 01  WS-TODAY                       PIC 9(08).
007000 01  WS-TRAN-DATE                   PIC 9(08).
007100 01  WS-DUE-INT                     PIC 9(07).
007200 01  WS-DUE-DATE                    PIC 9(08).
007300
007400******************************************************************
007500*  THE CERT DOCUMENTATION REQUEST WINDOW, IN CALENDAR DAYS.      *
007600******************************************************************
007700 01  WS-STANDARD-DUE-DAYS           PIC 9(03) VALUE 45.
007800
007900 01  WS-TRAN-READ-COUNT             PIC 9(07) VALUE ZERO.
008000 01  WS-TRAN-APPLIED-COUNT          PIC 9(07) VALUE ZERO.
008100 01  WS-TRAN-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
008200
008300 COPY BDYCPY.
008400
008500 01  RPT-HEADING-1.
008600     05  FILLER                     PIC X(05) VALUE SPACES.
008700     05  FILLER                     PIC X(40) VALUE
008800         'CERT CASE MAINTENANCE - RUN DATE'.
008900     05  RPT-HDG-DATE               PIC 9(08).
009000
009100 01  RPT-HEADING-2.
009200     05  FILLER                     PIC X(01) VALUE SPACES.
009300     05  FILLER                     PIC X(03) VALUE 'TR'.
009400     05  FILLER                     PIC X(07) VALUE 'MONTH'.
009500     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
009600     05  FILLER                     PIC X(09) VALUE 'TRAN DATE'.
009700     05  FILLER                     PIC X(04) VALUE 'CAT'.
009800     05  FILLER                     PIC X(15) VALUE
009900         '      IN ERROR'.
010000     05  FILLER                     PIC X(04) VALUE 'STA'.
010100     05  FILLER                     PIC X(36) VALUE 'DISPOSITION'.
010200
010300 01  RPT-DETAIL-LINE.
010400     05  FILLER                     PIC X(01) VALUE SPACES.
010500     05  RPT-TRAN-TYPE              PIC X(01).
010600     05  FILLER                     PIC X(02) VALUE SPACES.
010700     05  RPT-SAMPLE-PERIOD          PIC X(06).
010800     05  FILLER                     PIC X(01) VALUE SPACES.
010900     05  RPT-CLAIM-NUMBER           PIC X(13).
011000     05  FILLER                     PIC X(01) VALUE SPACES.
011100     05  RPT-TRAN-DATE              PIC 9(08).
011200     05  FILLER                     PIC X(01) VALUE SPACES.
011300     05  RPT-CATEGORY               PIC X(02).
011400     05  FILLER                     PIC X(02) VALUE SPACES.
011500     05  RPT-ERROR-AMT              PIC ZZZ,ZZZ,ZZ9.99.
011600     05  FILLER                     PIC X(02) VALUE SPACES.
011700     05  RPT-CASE-STATUS            PIC X(01).
011800     05  FILLER                     PIC X(02) VALUE SPACES.
011900     05  RPT-DISPOSITION            PIC X(36).
012000
012100 01  RPT-TOTAL-LINE.
012200     05  FILLER                     PIC X(05) VALUE SPACES.
012300     05  RPT-TOTAL-TEXT             PIC X(30).
012400     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
012500/
012600 PROCEDURE DIVISION.
012700
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE.
013000     PERFORM 2000-APPLY-TRANSACTION UNTIL TRAN-END-OF-FILE.
013100     PERFORM 6000-PRINT-RUN-TOTALS.
013200     PERFORM 7000-TERMINATE.
013300     GOBACK.
013400/
013500 1000-INITIALIZE.
013600     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
013700
013800     OPEN INPUT  CERT-TRANSACTION-IN.
013900     OPEN I-O    CERT-CASE-FILE.
014000     OPEN OUTPUT MAINTENANCE-REPORT.
014100
014200     MOVE WS-TODAY                  TO RPT-HDG-DATE.
014300     WRITE CTFRPT-RECORD         FROM RPT-HEADING-1.
014400     WRITE CTFRPT-RECORD         FROM RPT-HEADING-2.
014500
014600     PERFORM 2900-READ-NEXT-TRANSACTION.
014700/
014800******************************************************************
014900*  ONE TRANSACTION AGAINST ONE CASE.  THE CASE IS REWRITTEN ONLY *
015000*  WHEN THE TRANSACTION IS ACCEPTED WHOLE, SO A REJECTED ONE     *
015100*  LEAVES THE CASE AS IT WAS.                                    *
015200******************************************************************
015300 2000-APPLY-TRANSACTION.
015400     ADD 1                          TO WS-TRAN-READ-COUNT.
015500     MOVE 'Y'                       TO WS-TRAN-OK-SWITCH.
015600     MOVE SPACES                    TO RPT-DISPOSITION
015700                                       RPT-CASE-STATUS.
015800     MOVE CTT-TRAN-TYPE             TO RPT-TRAN-TYPE.
015900     MOVE CTT-SAMPLE-PERIOD         TO RPT-SAMPLE-PERIOD.
016000     MOVE CTT-CLAIM-NUMBER          TO RPT-CLAIM-NUMBER.
016100     MOVE CTT-ERROR-CATEGORY        TO RPT-CATEGORY.
016200     MOVE ZERO                      TO RPT-ERROR-AMT.
016300     IF CTT-ERROR-AMT NUMERIC  THEN
016400        MOVE CTT-ERROR-AMT          TO RPT-ERROR-AMT
016500     END-IF.
016600     IF CTT-TRAN-DATE NUMERIC  AND  CTT-TRAN-DATE > ZERO  THEN
016700        MOVE CTT-TRAN-DATE          TO WS-TRAN-DATE
016800     ELSE
016900        MOVE WS-TODAY               TO WS-TRAN-DATE
017000     END-IF.
017100     MOVE WS-TRAN-DATE              TO RPT-TRAN-DATE.
017200
017300     MOVE 'N'                       TO WS-CASE-FOUND-SWITCH.
017400     IF CTT-SAMPLE-PERIOD NUMERIC  THEN
017500        MOVE CTT-SAMPLE-PERIOD      TO CTC-SAMPLE-PERIOD
017600        MOVE CTT-CLAIM-NUMBER       TO CTC-CLAIM-NUMBER
017700        READ CERT-CASE-FILE
017800            INVALID KEY     MOVE 'N' TO WS-CASE-FOUND-SWITCH
017900            NOT INVALID KEY MOVE 'Y' TO WS-CASE-FOUND-SWITCH
018000        END-READ
018100     END-IF.
018200
018300     IF CASE-NOT-FOUND  THEN
018400        MOVE 'N'                    TO WS-TRAN-OK-SWITCH
018500        MOVE 'NO CASE FOR MONTH AND CLAIM' TO RPT-DISPOSITION
018600     ELSE
018700        EVALUATE TRUE
018800           WHEN CTT-RECORDS-REQUESTED
018900              PERFORM 2100-RECORDS-REQUESTED
019000           WHEN CTT-DOCUMENTATION-RECEIVED
019100              PERFORM 2200-DOCUMENTATION-RECEIVED
019200           WHEN CTT-FINDING
019300              PERFORM 2300-RECORD-FINDING
019400           WHEN CTT-CONFIRM-FINDING
019500              PERFORM 2400-CONFIRM-FINDING
019600           WHEN CTT-CLOSE-CASE
019700              PERFORM 2500-CLOSE-CASE
019800           WHEN OTHER
019900              MOVE 'N'              TO WS-TRAN-OK-SWITCH
020000              MOVE 'INVALID TRANSACTION TYPE' TO RPT-DISPOSITION
020100        END-EVALUATE
020200     END-IF.
020300
020400     IF TRAN-OK  THEN
020500        MOVE WS-TODAY               TO CTC-LAST-UPDATE-DATE
020600        REWRITE CERT-CASE-RECORD
020700        ADD 1                       TO WS-TRAN-APPLIED-COUNT
020800        MOVE CTC-CASE-STATUS        TO RPT-CASE-STATUS
020900        IF RPT-DISPOSITION = SPACES  THEN
021000           MOVE 'APPLIED'           TO RPT-DISPOSITION
021100        END-IF
021200     ELSE
021300        ADD 1                       TO WS-TRAN-REJECTED-COUNT
021400     END-IF.
021500     WRITE CTFRPT-RECORD  FROM RPT-DETAIL-LINE.
021600
021700     PERFORM 2900-READ-NEXT-TRANSACTION.
021800/
021900******************************************************************
022000*  RECORDS REQUESTED - A SECOND REQUEST REPLACES THE FIRST.  WITH*
022100*  NO DUE DATE KEYED, THE STANDARD WINDOW RUNS FROM THE REQUEST  *
022200*  AND A DUE DATE ON A WEEKEND OR HOLIDAY MOVES TO THE NEXT      *
022300*  BUSINESS DAY.                                                 *
022400******************************************************************
022500 2100-RECORDS-REQUESTED.
022600     IF NOT (CTC-SELECTED  OR  CTC-RECORDS-REQUESTED)  THEN
022700        MOVE 'N'                    TO WS-TRAN-OK-SWITCH
022800        MOVE 'RECORDS ALREADY IN OR CASE DONE' TO RPT-DISPOSITION
022900     ELSE
023000        IF CTT-DUE-DATE NUMERIC  AND  CTT-DUE-DATE > ZERO  THEN
023100           MOVE CTT-DUE-DATE        TO WS-DUE-DATE
023200        ELSE
023300           COMPUTE WS-DUE-INT =
023400              FUNCTION INTEGER-OF-DATE(WS-TRAN-DATE) +
023500              WS-STANDARD-DUE-DAYS
023600           COMPUTE WS-DUE-DATE =
023700              FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
023800           MOVE 'R'                 TO BDY-FUNCTION
023900           MOVE WS-DUE-DATE         TO BDY-FROM-DATE
024000           CALL 'ESCALBDY'       USING BUSINESS-DAY-REQUEST
024100           IF BDY-REQUEST-OK  THEN
024200              MOVE BDY-RESULT-DATE  TO WS-DUE-DATE
024300           END-IF
024400        END-IF
024500        IF WS-DUE-DATE < WS-TRAN-DATE  THEN
024600           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
024700           MOVE 'DUE DATE BEFORE REQUEST DATE' TO RPT-DISPOSITION
024800        ELSE
024900           MOVE WS-TRAN-DATE        TO CTC-DOC-REQUEST-DATE
025000           MOVE WS-DUE-DATE         TO CTC-DOC-DUE-DATE
025100           MOVE 'R'                 TO CTC-CASE-STATUS
025200        END-IF
025300     END-IF.
025400/
025500 2200-DOCUMENTATION-RECEIVED.
025600     IF NOT CTC-RECORDS-REQUESTED  THEN
025700        MOVE 'N'                    TO WS-TRAN-OK-SWITCH
025800        MOVE 'NO OPEN RECORDS REQUEST' TO RPT-DISPOSITION
025900     ELSE
026000        MOVE WS-TRAN-DATE           TO CTC-DOC-RECEIVED-DATE
026100        MOVE 'D'                    TO CTC-CASE-STATUS
026200        IF WS-TRAN-DATE > CTC-DOC-DUE-DATE  THEN
026300           MOVE 'APPLIED - RECEIVED AFTER DUE DATE'
026400                                    TO RPT-DISPOSITION
026500        END-IF
026600     END-IF.
026700/
026800******************************************************************
026900*  THE FINDING.  A REVIEW NEEDS THE DOCUMENTATION IN HAND, EXCEPT*
027000*  A NO-DOCUMENTATION FINDING ONCE THE DUE DATE HAS PASSED; A    *
027100*  FINDING NOT YET CONFIRMED MAY BE REPLACED.  NO ERROR CARRIES  *
027200*  NO DOLLARS; AN ERROR CARRIES ITS DOLLARS AND DIRECTION, AND AN*
027300*  OVERPAYMENT - NEVER MORE THAN THE CLAIM PAID - SAYS HOW THE   *
027400*  CLAIM IS TO BE CORRECTED.                                     *
027500******************************************************************
027600 2300-RECORD-FINDING.
027700     EVALUATE TRUE
027800        WHEN CTC-DOCUMENTATION-RECEIVED
027900        WHEN CTC-FINDING-RECORDED
028000           CONTINUE
028100        WHEN CTC-RECORDS-REQUESTED
028200           IF CTT-ERROR-CATEGORY NOT = 'ND'  OR
028300              WS-TRAN-DATE NOT > CTC-DOC-DUE-DATE  THEN
028400              MOVE 'N'              TO WS-TRAN-OK-SWITCH
028500              MOVE 'DOCUMENTATION NOT YET RECEIVED'
028600                                    TO RPT-DISPOSITION
028700           END-IF
028800        WHEN OTHER
028900           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
029000           MOVE 'CASE NOT OPEN FOR A FINDING' TO RPT-DISPOSITION
029100     END-EVALUATE.
029200
029300     IF TRAN-OK  THEN
029400        MOVE CTT-ERROR-CATEGORY     TO CTC-ERROR-CATEGORY
029500        MOVE CTT-ERROR-DIRECTION    TO CTC-ERROR-DIRECTION
029600        MOVE CTT-CORRECTION-TYPE    TO CTC-CORRECTION-TYPE
029700        MOVE ZERO                   TO CTC-ERROR-AMT
029800        IF CTT-ERROR-AMT NUMERIC  THEN
029900           MOVE CTT-ERROR-AMT       TO CTC-ERROR-AMT
030000        END-IF
030100        PERFORM 2350-EDIT-FINDING
030200     END-IF.
030300
030400     IF TRAN-OK  THEN
030500        MOVE CTT-REVIEWER-ID        TO CTC-REVIEWER-ID
030600        MOVE WS-TRAN-DATE           TO CTC-FINDING-DATE
030700        MOVE 'F'                    TO CTC-CASE-STATUS
030800     END-IF.
030900/
031000 2350-EDIT-FINDING.
031100     EVALUATE TRUE
031200        WHEN NOT CTC-VALID-CATEGORY
031300           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
031400           MOVE 'INVALID ERROR CATEGORY' TO RPT-DISPOSITION
031500        WHEN CTT-REVIEWER-ID = SPACES
031600           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
031700           MOVE 'NO REVIEWER'       TO RPT-DISPOSITION
031800        WHEN CTC-NO-ERROR
031900           IF NOT CTC-NOT-IN-ERROR  OR
032000              CTC-ERROR-AMT NOT = ZERO  OR
032100              NOT CTC-NO-CORRECTION  THEN
032200              MOVE 'N'              TO WS-TRAN-OK-SWITCH
032300              MOVE 'NO ERROR CARRIES NO DOLLARS'
032400                                    TO RPT-DISPOSITION
032500           END-IF
032600        WHEN NOT (CTC-OVERPAID  OR  CTC-UNDERPAID)
032700           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
032800           MOVE 'DIRECTION MUST BE O OR U' TO RPT-DISPOSITION
032900        WHEN CTC-ERROR-AMT = ZERO
033000           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
033100           MOVE 'NO DOLLARS IN ERROR' TO RPT-DISPOSITION
033200        WHEN CTC-OVERPAID  AND
033300             CTC-ERROR-AMT > CTC-PAID-AMT
033400           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
033500           MOVE 'OVERPAYMENT EXCEEDS CLAIM PAID'
033600                                    TO RPT-DISPOSITION
033700        WHEN CTC-OVERPAID  AND
033800             NOT (CTC-CORRECT-BY-VOID  OR  CTC-CORRECT-COMORBIDS)
033900           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
034000           MOVE 'OVERPAYMENT NEEDS CORRECTION V/C'
034100                                    TO RPT-DISPOSITION
034200        WHEN CTC-UNDERPAID  AND  NOT CTC-NO-CORRECTION
034300           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
034400           MOVE 'UNDERPAYMENT TAKES NO CORRECTION'
034500                                    TO RPT-DISPOSITION
034600        WHEN OTHER
034700           CONTINUE
034800     END-EVALUATE.
034900/
035000******************************************************************
035100*  CONFIRMED - AN OVERPAYMENT STAYS OPEN FOR THE ADJUSTMENT FEED;*
035200*  ANYTHING ELSE IS DONE.                                        *
035300******************************************************************
035400 2400-CONFIRM-FINDING.
035500     IF NOT CTC-FINDING-RECORDED  THEN
035600        MOVE 'N'                    TO WS-TRAN-OK-SWITCH
035700        MOVE 'NO FINDING TO CONFIRM' TO RPT-DISPOSITION
035800     ELSE
035900        MOVE WS-TRAN-DATE           TO CTC-CONFIRMED-DATE
036000        IF CTC-OVERPAID  THEN
036100           MOVE 'C'                 TO CTC-CASE-STATUS
036200           MOVE 'CONFIRMED - ADJUSTMENT TO FOLLOW'
036300                                    TO RPT-DISPOSITION
036400        ELSE
036500           MOVE WS-TRAN-DATE        TO CTC-CLOSED-DATE
036600           MOVE 'X'                 TO CTC-CASE-STATUS
036700           MOVE 'CONFIRMED - CASE CLOSED' TO RPT-DISPOSITION
036800        END-IF
036900     END-IF.
037000/
037100 2500-CLOSE-CASE.
037200     IF CTC-CLOSED  THEN
037300        MOVE 'N'                    TO WS-TRAN-OK-SWITCH
037400        MOVE 'CASE ALREADY CLOSED'  TO RPT-DISPOSITION
037500     ELSE
037600        MOVE WS-TRAN-DATE           TO CTC-CLOSED-DATE
037700        MOVE 'X'                    TO CTC-CASE-STATUS
037800     END-IF.
037900/
038000 2900-READ-NEXT-TRANSACTION.
038100     READ CERT-TRANSACTION-IN
038200         AT END MOVE 'Y'            TO WS-TRAN-EOF-SWITCH
038300     END-READ.
038400/
038500 6000-PRINT-RUN-TOTALS.
038600     MOVE SPACES                    TO CTFRPT-RECORD.
038700     WRITE CTFRPT-RECORD.
038800
038900     MOVE 'TRANSACTIONS READ . . . . . .' TO RPT-TOTAL-TEXT.
039000     MOVE WS-TRAN-READ-COUNT        TO RPT-TOTAL-COUNT.
039100     WRITE CTFRPT-RECORD  FROM RPT-TOTAL-LINE.
039200
039300     MOVE 'TRANSACTIONS APPLIED  . . . .' TO RPT-TOTAL-TEXT.
039400     MOVE WS-TRAN-APPLIED-COUNT     TO RPT-TOTAL-COUNT.
039500     WRITE CTFRPT-RECORD  FROM RPT-TOTAL-LINE.
039600
039700     MOVE 'TRANSACTIONS REJECTED . . . .' TO RPT-TOTAL-TEXT.
039800     MOVE WS-TRAN-REJECTED-COUNT    TO RPT-TOTAL-COUNT.
039900     WRITE CTFRPT-RECORD  FROM RPT-TOTAL-LINE.
040000/
040100 7000-TERMINATE.
040200     CLOSE CERT-TRANSACTION-IN
040300           CERT-CASE-FILE
040400           MAINTENANCE-REPORT.
