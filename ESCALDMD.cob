000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALDMD.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALDMD - NEW PROGRAM
000700*         - OVERPAYMENT DEMAND LETTER CYCLE.  RUNS NIGHTLY BEHIND
000800*           ESCALRCV.  A PROVIDER THAT STOPS BILLING IS NEVER
000900*           OFFSET, SO ITS RECEIVABLE USED TO AGE ON RCVAGE WITH
001000*           NOTHING ELSE HAPPENING TO IT.  NOW EVERY OPEN
001100*           RECEIVABLE ON RCVFILE IS WORKED THROUGH THE COLLECTION
001200*           CYCLE: THE INITIAL DEMAND LETTER THE FIRST NIGHT IT IS
001300*           SEEN, THE 2ND AND 3RD NOTICES ON THE DMDCTL SCHEDULE,
001400*           SIMPLE INTEREST ON THE UNPAID PRINCIPAL FROM THE 31ST
001500*           DAY AFTER THE DEMAND AT THE DMDRATE RATE IN EFFECT ON
001600*           THE DEMAND DATE, AND REFERRAL TO THE TREASURY OFFSET
001700*           PROGRAM (DMDTOP) WHEN THE DEBT TURNS DELINQUENT.
001800*           CHECKS PROVIDERS SEND IN AGAINST A LETTER (DMDPAY)
001900*           POST FIRST - INTEREST ACCRUED TO THE DAY THE CHECK WAS
002000*           RECEIVED IS PAID BEFORE ANY PRINCIPAL.  THE LETTERS GO
002100*           TO THE PRINT RUN ON DMDLTR; EVERYTHING DONE TONIGHT IS
002200*           LISTED ON DMDRPT.
002210* 10/15/2026 ESCALDMD - A RECEIVABLE UNDER AN EXTENDED REPAYMENT
002220*           SCHEDULE (ERSFILE) IN GOOD STANDING GETS NO 2ND OR 3RD
002230*           NOTICE AND IS NOT REFERRED TO TREASURY, AND ITS
002240*           INTEREST ACCRUES AT THE PLAN RATE.  A CHECK AGAINST IT
002250*           IS CREDITED TO THE INSTALLMENT DUE (ANY EXCESS PREPAYS
002260*           THE NEXT), THE SAME WAY ESCALRCV CREDITS AN OFFSET.  A
002270*           DEFAULTED PLAN PICKS THE CYCLE UP WHERE IT STOOD.
002300******************************************************************
002400 DATE-COMPILED.
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-Z990.
002800 OBJECT-COMPUTER.            IBM-Z990.
002900 INPUT-OUTPUT  SECTION.
003000 FILE-CONTROL.
003100     SELECT RECEIVABLE-FILE      ASSIGN TO RCVFILE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS RCV-RECORD-KEY.
003700     SELECT DEBT-RATE-FILE       ASSIGN TO DMDRATE
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT DEBT-PAYMENTS-IN     ASSIGN TO DMDPAY
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT TAX-FILE             ASSIGN TO PTAXFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PTAX-PROVIDER-NUMBER.
004500     SELECT DEMAND-LETTERS-OUT   ASSIGN TO DMDLTR
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT TOP-REFERRAL-OUT     ASSIGN TO DMDTOP
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT DEMAND-REPORT        ASSIGN TO DMDRPT
005000         ORGANIZATION IS SEQUENTIAL.
005010     SELECT ERS-FILE             ASSIGN TO ERSFILE
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS ERS-RECORD-KEY.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RECEIVABLE-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 COPY RCVFCPY.
005700/
006300 FD  DEBT-RATE-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600 COPY DRATCPY.
006700/
006800 FD  DEBT-PAYMENTS-IN
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100 COPY DPAYCPY.
007200/
007300 FD  TAX-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY PTAXCPY.
007600/
007700 FD  DEMAND-LETTERS-OUT
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 COPY DLTRCPY.
008100/
008200 FD  TOP-REFERRAL-OUT
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 COPY DTOPCPY.
008600/
008700 FD  DEMAND-REPORT
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  DMDRPT-RECORD                  PIC X(100).
009010/
009020 FD  ERS-FILE
009030     LABEL RECORDS ARE STANDARD.
009040 COPY ERSMCPY.
009100/
009200 WORKING-STORAGE SECTION.
009300 01  W-STORAGE-REF                  PIC X(46) VALUE
009400     'ESCALDMD      - W O R K I N G   S T O R A G E'.
009500
009700 01  WS-RATE-EOF-SWITCH             PIC X(01) VALUE 'N'.
009800     88  RATE-END-OF-FILE                      VALUE 'Y'.
009900     88  RATE-NOT-END-OF-FILE                  VALUE 'N'.
010000 01  WS-PAY-EOF-SWITCH              PIC X(01) VALUE 'N'.
010100     88  PAY-END-OF-FILE                       VALUE 'Y'.
010200     88  PAY-NOT-END-OF-FILE                   VALUE 'N'.
010300 01  WS-RCV-EOF-SWITCH              PIC X(01) VALUE 'N'.
010400     88  RCV-END-OF-FILE                       VALUE 'Y'.
010500     88  RCV-NOT-END-OF-FILE                   VALUE 'N'.
010600 01  WS-RCV-FOUND-SWITCH            PIC X(01).
010700     88  RCV-RECORD-FOUND                      VALUE 'Y'.
010800     88  RCV-RECORD-NOT-FOUND                  VALUE 'N'.
010900 01  WS-PTAX-FOUND-SWITCH           PIC X(01).
011000     88  PTAX-RECORD-FOUND                     VALUE 'Y'.
011100     88  PTAX-RECORD-NOT-FOUND                 VALUE 'N'.
011110 01  WS-ERS-FOUND-SWITCH            PIC X(01).
011120     88  ERS-RECORD-FOUND                      VALUE 'Y'.
011130     88  ERS-RECORD-NOT-FOUND                  VALUE 'N'.
011140 01  WS-ERS-ACTIVE-SWITCH           PIC X(01) VALUE 'N'.
011150     88  ERS-PLAN-ACTIVE                       VALUE 'Y'.
011160     88  ERS-PLAN-NOT-ACTIVE                   VALUE 'N'.
011200
011300 01  WS-TODAY                       PIC 9(08).
011400 01  WS-TODAY-INT                   PIC S9(09).
011500 01  WS-DEMAND-INT                  PIC S9(09).
011600 01  WS-DAYS-SINCE-DEMAND           PIC S9(09).
011700
011800******************************************************************
011900*  THE CYCLE SCHEDULE - COMPILED DEFAULTS, OVERRIDDEN BY THE     *
011950*  DMDCTL ROW IN FORCE ON THE PARAMETER MASTER.                  *
012000******************************************************************
012100 01  WS-SECOND-NOTICE-DAYS          PIC 9(03) VALUE 30.
012200 01  WS-THIRD-NOTICE-DAYS           PIC 9(03) VALUE 60.
012300 01  WS-INTEREST-FREE-DAYS          PIC 9(03) VALUE 30.
012400 01  WS-DELINQUENT-DAYS             PIC 9(03) VALUE 120.
012500 01  WS-TOP-MINIMUM-AMT             PIC 9(07)V9(02) VALUE 25.00.
012600
012620 COPY DMDCCPY.
012640
012660 COPY PRMXCPY.
012680
012700******************************************************************
012800*  THE DEBT INTEREST RATES, IN EFFECTIVE-DATE ORDER AS DMDRATE   *
012900*  CARRIES THEM.  THE RATE FOR A DEMAND DATE IS THE LAST ROW     *
013000*  EFFECTIVE ON OR BEFORE IT.                                    *
013100******************************************************************
013200 01  WS-RATE-TABLE.
013300     05  WS-RTE-ENTRY  OCCURS 200 TIMES.
013400         10  WS-RTE-EFF-DATE        PIC 9(08).
013500         10  WS-RTE-ANNUAL-RATE     PIC 9(02)V9(03).
013600 01  WS-RTE-COUNT                   PIC 9(03) VALUE ZERO.
013700 01  WS-RTE-SUB                     PIC 9(03).
013800
013900******************************************************************
014000*  INTEREST ACCRUAL WORK FIELDS.  INTEREST RUNS FROM THE DAY     *
014100*  AFTER THE INTEREST-FREE DAYS, OR FROM THE DAY AFTER THE LAST  *
014200*  ACCRUAL IF THAT IS LATER, THROUGH WS-ACCRUE-TO-DATE.          *
014300******************************************************************
014400 01  WS-ACCRUE-TO-DATE              PIC 9(08).
014500 01  WS-ACCRUE-TO-INT               PIC S9(09).
014600 01  WS-ACCRUE-FROM-INT             PIC S9(09).
014700 01  WS-INTEREST-START-INT          PIC S9(09).
014800 01  WS-THRU-INT                    PIC S9(09).
014900 01  WS-ACCRUE-DAYS                 PIC S9(09).
015000 01  WS-INTEREST-INCREMENT          PIC 9(07)V9(02).
015010 01  WS-ACCRUAL-RATE                PIC 9(02)V9(03).
015020
015030******************************************************************
015040*  EXTENDED REPAYMENT SCHEDULE - A CHECK IS CREDITED TO THE      *
015050*  INSTALLMENT DUE AND EACH FULLY PAID INSTALLMENT MOVES THE     *
015060*  DUE DATE ON A MONTH.                                          *
015070******************************************************************
015080 01  WS-ERS-CREDIT-AMT              PIC 9(07)V9(02).
015090 01  WS-NEXT-DUE-DATE               PIC 9(08).
015091 01  WS-NEXT-DUE-DATE-R  REDEFINES  WS-NEXT-DUE-DATE.
015092     05  WS-NEXT-DUE-YYYY           PIC 9(04).
015093     05  WS-NEXT-DUE-MM             PIC 9(02).
015094     05  WS-NEXT-DUE-DD             PIC 9(02).
015100
015200 01  WS-PRINCIPAL-DUE-AMT           PIC S9(07)V9(02).
015300 01  WS-INTEREST-DUE-AMT            PIC S9(07)V9(02).
015400 01  WS-TOTAL-DUE-AMT               PIC S9(08)V9(02).
015500 01  WS-PAYMENT-LEFT-AMT            PIC 9(07)V9(02).
015600 01  WS-INTEREST-APPLIED-AMT        PIC 9(07)V9(02).
015700 01  WS-PRINCIPAL-APPLIED-AMT       PIC 9(07)V9(02).
015800
015900 01  WS-PAYMENT-COUNT               PIC 9(07) VALUE ZERO.
016000 01  WS-PAYMENT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
016100 01  WS-INTEREST-APPLIED-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
016200 01  WS-PRINCIPAL-APPLIED-TOTAL     PIC 9(11)V9(02) VALUE ZERO.
016300 01  WS-OVERPAID-COUNT              PIC 9(07) VALUE ZERO.
016400 01  WS-OVERPAID-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
016500 01  WS-REJECTED-COUNT              PIC 9(07) VALUE ZERO.
016600 01  WS-REJECTED-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
016700 01  WS-PAID-IN-FULL-COUNT          PIC 9(07) VALUE ZERO.
016800 01  WS-INTEREST-ACCRUED-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
016900 01  WS-INITIAL-DEMAND-COUNT        PIC 9(07) VALUE ZERO.
017000 01  WS-INITIAL-DEMAND-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
017100 01  WS-SECOND-NOTICE-COUNT         PIC 9(07) VALUE ZERO.
017200 01  WS-SECOND-NOTICE-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
017300 01  WS-THIRD-NOTICE-COUNT          PIC 9(07) VALUE ZERO.
017400 01  WS-THIRD-NOTICE-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
017500 01  WS-TOP-REFERRAL-COUNT          PIC 9(07) VALUE ZERO.
017600 01  WS-TOP-REFERRAL-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
017700 01  WS-BELOW-MINIMUM-COUNT         PIC 9(07) VALUE ZERO.
017800 01  WS-NO-TAX-MASTER-COUNT         PIC 9(07) VALUE ZERO.
017900 01  WS-NO-RATE-COUNT               PIC 9(07) VALUE ZERO.
017910 01  WS-ERS-HELD-COUNT              PIC 9(07) VALUE ZERO.
017920 01  WS-ERS-PAYMENT-COUNT           PIC 9(07) VALUE ZERO.
017930 01  WS-ERS-PAYMENT-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
018000
018100 01  RPT-HEADING-1.
018200     05  FILLER                     PIC X(05) VALUE SPACES.
018300     05  FILLER                     PIC X(48) VALUE
018400         'OVERPAYMENT DEMAND CYCLE - NIGHTLY ACTIVITY'.
018500     05  FILLER                     PIC X(06) VALUE 'DATE: '.
018600     05  RPT-HDR-DATE               PIC 9(08).
018700
018800 01  RPT-HEADING-2.
018900     05  FILLER                     PIC X(05) VALUE SPACES.
019000     05  FILLER                     PIC X(07) VALUE 'PROV'.
019100     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
019200     05  FILLER                     PIC X(09) VALUE 'SETUP'.
019300     05  FILLER                     PIC X(07) VALUE SPACES.
019400     05  FILLER                     PIC X(06) VALUE 'AMOUNT'.
019500     05  FILLER                     PIC X(04) VALUE SPACES.
019600     05  FILLER                     PIC X(09) VALUE 'PRINCIPAL'.
019700     05  FILLER                     PIC X(05) VALUE SPACES.
019800     05  FILLER                     PIC X(08) VALUE 'INTEREST'.
019900     05  FILLER                     PIC X(26) VALUE 'RESULT'.
020000
020100 01  RPT-DETAIL-LINE.
020200     05  FILLER                     PIC X(05) VALUE SPACES.
020300     05  RPT-PROVIDER               PIC X(06).
020400     05  FILLER                     PIC X(01) VALUE SPACES.
020500     05  RPT-CLAIM-NUMBER           PIC X(13).
020600     05  FILLER                     PIC X(01) VALUE SPACES.
020700     05  RPT-SETUP-DATE             PIC 9(08).
020800     05  FILLER                     PIC X(01) VALUE SPACES.
020900     05  RPT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
021000     05  FILLER                     PIC X(01) VALUE SPACES.
021100     05  RPT-PRINCIPAL-AMT          PIC Z,ZZZ,ZZ9.99.
021200     05  FILLER                     PIC X(01) VALUE SPACES.
021300     05  RPT-INTEREST-AMT           PIC Z,ZZZ,ZZ9.99.
021400     05  FILLER                     PIC X(01) VALUE SPACES.
021500     05  RPT-RESULT-TEXT            PIC X(26).
021600
021700 01  RPT-TOTAL-LINE.
021800     05  FILLER                     PIC X(05) VALUE SPACES.
021900     05  RPT-TOTAL-TEXT             PIC X(30).
022000     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
022100     05  FILLER                     PIC X(02) VALUE SPACES.
022200     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
022300/
022400 PROCEDURE DIVISION.
022500
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE.
022800     PERFORM 2000-APPLY-ONE-PAYMENT UNTIL PAY-END-OF-FILE.
022900     PERFORM 3000-WORK-RECEIVABLES.
023000     PERFORM 6000-PRINT-RUN-TOTALS.
023100     PERFORM 7000-TERMINATE.
023200     GOBACK.
023300/
023400 1000-INITIALIZE.
023500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
023600     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
023700
023800     MOVE 'DMDCTL'                  TO PRMX-FAMILY.
023900     MOVE 'F'                       TO PRMX-FUNCTION.
024000     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
024100     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
024200     IF PRMX-ROW-RETURNED  THEN
024250        MOVE PRMX-VALUE-IMAGE       TO DEMAND-CONTROL-RECORD
024300        IF DMDC-SECOND-NOTICE-DAYS NUMERIC  AND
024400           DMDC-SECOND-NOTICE-DAYS > ZERO  THEN
024500           MOVE DMDC-SECOND-NOTICE-DAYS TO
024600                                    WS-SECOND-NOTICE-DAYS
024700        END-IF
024800        IF DMDC-THIRD-NOTICE-DAYS NUMERIC  AND
024900           DMDC-THIRD-NOTICE-DAYS > ZERO  THEN
025000           MOVE DMDC-THIRD-NOTICE-DAYS TO WS-THIRD-NOTICE-DAYS
025100        END-IF
025200        IF DMDC-INTEREST-FREE-DAYS NUMERIC  AND
025300           DMDC-INTEREST-FREE-DAYS > ZERO  THEN
025400           MOVE DMDC-INTEREST-FREE-DAYS TO
025500                                    WS-INTEREST-FREE-DAYS
025600        END-IF
025700        IF DMDC-DELINQUENT-DAYS NUMERIC  AND
025800           DMDC-DELINQUENT-DAYS > ZERO  THEN
025900           MOVE DMDC-DELINQUENT-DAYS TO WS-DELINQUENT-DAYS
026000        END-IF
026100        IF DMDC-TOP-MINIMUM-AMT NUMERIC  AND
026200           DMDC-TOP-MINIMUM-AMT > ZERO  THEN
026300           MOVE DMDC-TOP-MINIMUM-AMT TO WS-TOP-MINIMUM-AMT
026400        END-IF
026500     END-IF.
026700
026800     OPEN INPUT  DEBT-RATE-FILE.
026900     PERFORM 1190-READ-NEXT-RATE.
027000     PERFORM 1100-LOAD-ONE-RATE UNTIL RATE-END-OF-FILE.
027100     CLOSE DEBT-RATE-FILE.
027200     IF WS-RTE-COUNT = ZERO  THEN
027300        DISPLAY 'ESCALDMD - DMDRATE IS EMPTY - NEW DEMANDS WILL '
027400           'CARRY NO INTEREST RATE'
027500     END-IF.
027600
027700     OPEN I-O    RECEIVABLE-FILE.
027800     OPEN INPUT  DEBT-PAYMENTS-IN.
027900     OPEN INPUT  TAX-FILE.
028000     OPEN OUTPUT DEMAND-LETTERS-OUT.
028100     OPEN OUTPUT TOP-REFERRAL-OUT.
028200     OPEN OUTPUT DEMAND-REPORT.
028250     OPEN I-O    ERS-FILE.
028300
028400     MOVE WS-TODAY                  TO RPT-HDR-DATE.
028500     WRITE DMDRPT-RECORD         FROM RPT-HEADING-1.
028600     WRITE DMDRPT-RECORD         FROM RPT-HEADING-2.
028700
028800     PERFORM 2900-READ-NEXT-PAYMENT.
028900/
029000 1100-LOAD-ONE-RATE.
029100     IF DRAT-EFF-DATE NUMERIC  AND  DRAT-ANNUAL-RATE NUMERIC  THEN
029200        IF WS-RTE-COUNT < 200  THEN
029300           ADD 1                    TO WS-RTE-COUNT
029400           MOVE DRAT-EFF-DATE       TO
029500              WS-RTE-EFF-DATE (WS-RTE-COUNT)
029600           MOVE DRAT-ANNUAL-RATE    TO
029700              WS-RTE-ANNUAL-RATE (WS-RTE-COUNT)
029800        ELSE
029900           DISPLAY 'ESCALDMD - DMDRATE HAS MORE THAN 200 ROWS - '
030000              'RATE EFFECTIVE ' DRAT-EFF-DATE ' IGNORED'
030100        END-IF
030200     END-IF.
030300     PERFORM 1190-READ-NEXT-RATE.
030400/
030500 1190-READ-NEXT-RATE.
030600     READ DEBT-RATE-FILE
030700         AT END MOVE 'Y'            TO WS-RATE-EOF-SWITCH
030800     END-READ.
030900/
031000******************************************************************
031100*  ONE PROVIDER CHECK AGAINST A DEMAND.  INTEREST IS BROUGHT UP  *
031200*  TO THE DAY THE CHECK WAS RECEIVED, THEN THE CHECK PAYS THE    *
031300*  UNPAID INTEREST FIRST AND THE PRINCIPAL WITH WHAT IS LEFT.    *
031400*  ANYTHING OVER THE DEBT IS NOT APPLIED - IT IS LISTED FOR THE  *
031500*  REFUND DESK.                                                  *
031600******************************************************************
031700 2000-APPLY-ONE-PAYMENT.
031800     MOVE DPAY-RECEIVABLE-KEY       TO RCV-RECORD-KEY.
031900     READ RECEIVABLE-FILE
032000         INVALID KEY     MOVE 'N'   TO WS-RCV-FOUND-SWITCH
032100         NOT INVALID KEY MOVE 'Y'   TO WS-RCV-FOUND-SWITCH
032200     END-READ.
032300
032400     MOVE DPAY-PROVIDER-NUMBER      TO RPT-PROVIDER.
032500     MOVE DPAY-CLAIM-NUMBER         TO RPT-CLAIM-NUMBER.
032600     MOVE DPAY-SETUP-DATE           TO RPT-SETUP-DATE.
032700     MOVE ZERO                      TO RPT-AMOUNT
032800                                       RPT-PRINCIPAL-AMT
032900                                       RPT-INTEREST-AMT.
033000     EVALUATE TRUE
033100        WHEN DPAY-PAYMENT-AMT NOT NUMERIC
033200           MOVE 'PAYMENT - INVALID AMOUNT' TO RPT-RESULT-TEXT
033300           ADD 1                    TO WS-REJECTED-COUNT
033400        WHEN RCV-RECORD-NOT-FOUND
033500           MOVE DPAY-PAYMENT-AMT    TO RPT-AMOUNT
033600           MOVE 'PAYMENT - NO RECEIVABLE' TO RPT-RESULT-TEXT
033700           ADD 1                    TO WS-REJECTED-COUNT
033800           ADD DPAY-PAYMENT-AMT     TO WS-REJECTED-TOTAL
033900        WHEN RCV-STATUS-CLOSED
034000           MOVE DPAY-PAYMENT-AMT    TO RPT-AMOUNT
034100           MOVE 'PAYMENT - DEBT CLOSED' TO RPT-RESULT-TEXT
034200           ADD 1                    TO WS-REJECTED-COUNT
034300           ADD DPAY-PAYMENT-AMT     TO WS-REJECTED-TOTAL
034400        WHEN OTHER
034500           PERFORM 2100-POST-PAYMENT
034600     END-EVALUATE.
034700     WRITE DMDRPT-RECORD  FROM RPT-DETAIL-LINE.
034800
034900     PERFORM 2900-READ-NEXT-PAYMENT.
035000/
035100 2100-POST-PAYMENT.
035200     IF DPAY-RECEIVED-DATE NUMERIC  AND
035300        DPAY-RECEIVED-DATE > ZERO  AND
035400        DPAY-RECEIVED-DATE NOT > WS-TODAY  THEN
035500        MOVE DPAY-RECEIVED-DATE     TO WS-ACCRUE-TO-DATE
035600     ELSE
035700        MOVE WS-TODAY               TO WS-ACCRUE-TO-DATE
035800     END-IF.
035850     PERFORM 3900-READ-ERS-PLAN.
035900     PERFORM 3100-ACCRUE-INTEREST.
036000     PERFORM 3600-COMPUTE-AMOUNTS-DUE.
036100
036200     MOVE DPAY-PAYMENT-AMT          TO WS-PAYMENT-LEFT-AMT.
036300     IF WS-PAYMENT-LEFT-AMT > WS-INTEREST-DUE-AMT  THEN
036400        MOVE WS-INTEREST-DUE-AMT    TO WS-INTEREST-APPLIED-AMT
036500     ELSE
036600        MOVE WS-PAYMENT-LEFT-AMT    TO WS-INTEREST-APPLIED-AMT
036700     END-IF.
036800     SUBTRACT WS-INTEREST-APPLIED-AMT FROM WS-PAYMENT-LEFT-AMT.
036900     IF WS-PAYMENT-LEFT-AMT > WS-PRINCIPAL-DUE-AMT  THEN
037000        MOVE WS-PRINCIPAL-DUE-AMT   TO WS-PRINCIPAL-APPLIED-AMT
037100     ELSE
037200        MOVE WS-PAYMENT-LEFT-AMT    TO WS-PRINCIPAL-APPLIED-AMT
037300     END-IF.
037400     SUBTRACT WS-PRINCIPAL-APPLIED-AMT FROM WS-PAYMENT-LEFT-AMT.
037500
037600     ADD WS-INTEREST-APPLIED-AMT    TO RCV-INTEREST-PAID-AMT.
037700     ADD WS-PRINCIPAL-APPLIED-AMT   TO RCV-RECOVERED-AMT.
037800     MOVE WS-TODAY                  TO RCV-LAST-ACTIVITY-DATE.
037900     PERFORM 3600-COMPUTE-AMOUNTS-DUE.
038000     IF WS-TOTAL-DUE-AMT NOT > ZERO  THEN
038100        MOVE 'C'                    TO RCV-STATUS-CODE
038200        ADD 1                       TO WS-PAID-IN-FULL-COUNT
038300     END-IF.
038400     REWRITE RECEIVABLE-MASTER-RECORD.
038410     IF ERS-PLAN-ACTIVE  THEN
038420        COMPUTE WS-ERS-CREDIT-AMT =
038430           WS-INTEREST-APPLIED-AMT + WS-PRINCIPAL-APPLIED-AMT
038440        PERFORM 3950-CREDIT-INSTALLMENT
038450     END-IF.
038500
038600     ADD 1                          TO WS-PAYMENT-COUNT.
038700     ADD DPAY-PAYMENT-AMT           TO WS-PAYMENT-TOTAL.
038800     ADD WS-INTEREST-APPLIED-AMT    TO WS-INTEREST-APPLIED-TOTAL.
038900     ADD WS-PRINCIPAL-APPLIED-AMT   TO WS-PRINCIPAL-APPLIED-TOTAL.
039000
039100     MOVE DPAY-PAYMENT-AMT          TO RPT-AMOUNT.
039200     MOVE WS-PRINCIPAL-APPLIED-AMT  TO RPT-PRINCIPAL-AMT.
039300     MOVE WS-INTEREST-APPLIED-AMT   TO RPT-INTEREST-AMT.
039400     EVALUATE TRUE
039500        WHEN WS-PAYMENT-LEFT-AMT > ZERO
039600           ADD 1                    TO WS-OVERPAID-COUNT
039700           ADD WS-PAYMENT-LEFT-AMT  TO WS-OVERPAID-TOTAL
039800           MOVE 'PAID IN FULL - OVERPAID' TO RPT-RESULT-TEXT
039900        WHEN RCV-STATUS-CLOSED
040000           MOVE 'PAID IN FULL - CLOSED' TO RPT-RESULT-TEXT
040100        WHEN OTHER
040200           MOVE 'PAYMENT APPLIED'   TO RPT-RESULT-TEXT
040300     END-EVALUATE.
040400/
040500 2900-READ-NEXT-PAYMENT.
040600     READ DEBT-PAYMENTS-IN
040700         AT END MOVE 'Y'            TO WS-PAY-EOF-SWITCH
040800     END-READ.
040900/
041000******************************************************************
041100*  ONE SWEEP OF THE RECEIVABLES MASTER WORKS EVERY OPEN DEBT -   *
041200*  A NEW ONE GETS ITS INITIAL DEMAND; AN OLDER ONE HAS ITS       *
041300*  INTEREST BROUGHT UP TO TONIGHT AND MOVES AT MOST ONE STEP     *
041400*  ALONG THE CYCLE: 2ND NOTICE, 3RD NOTICE, TREASURY REFERRAL.   *
041500******************************************************************
041600 3000-WORK-RECEIVABLES.
041700     MOVE 'N'                       TO WS-RCV-EOF-SWITCH.
041800     MOVE LOW-VALUES                TO RCV-RECORD-KEY.
041900     START RECEIVABLE-FILE KEY IS >= RCV-RECORD-KEY
042000         INVALID KEY MOVE 'Y'       TO WS-RCV-EOF-SWITCH
042100     END-START.
042200     PERFORM 3010-WORK-ONE-RECEIVABLE UNTIL RCV-END-OF-FILE.
042300/
042400 3010-WORK-ONE-RECEIVABLE.
042500     READ RECEIVABLE-FILE NEXT RECORD
042600         AT END MOVE 'Y'            TO WS-RCV-EOF-SWITCH
042700         NOT AT END
042800           IF RCV-STATUS-OPEN  THEN
042900              PERFORM 3050-WORK-OPEN-DEBT
043000           END-IF
043100     END-READ.
043200/
043300 3050-WORK-OPEN-DEBT.
043400     MOVE WS-TODAY                  TO WS-ACCRUE-TO-DATE.
043450     PERFORM 3900-READ-ERS-PLAN.
043500     IF RCV-NO-LETTER-SENT  THEN
043600        PERFORM 3200-SEND-INITIAL-DEMAND
043700     ELSE
043800        PERFORM 3100-ACCRUE-INTEREST
043810*       A PLAN IN GOOD STANDING IS THE PROVIDER PAYING AS AGREED
043820*       - THE CYCLE STANDS STILL UNTIL IT IS PAID OFF OR DEFAULTS.
043830        IF ERS-PLAN-ACTIVE  THEN
043840           ADD 1                    TO WS-ERS-HELD-COUNT
043850        ELSE
043900           COMPUTE WS-DEMAND-INT =
044000              FUNCTION INTEGER-OF-DATE(RCV-INITIAL-DEMAND-DATE)
044100           COMPUTE WS-DAYS-SINCE-DEMAND =
044200              WS-TODAY-INT - WS-DEMAND-INT
044300           EVALUATE TRUE
044400              WHEN RCV-INITIAL-DEMAND-SENT  AND
044500                   WS-DAYS-SINCE-DEMAND NOT <
044550                                    WS-SECOND-NOTICE-DAYS
044600                 MOVE '2'              TO RCV-LETTER-LEVEL
044700                 MOVE WS-TODAY         TO RCV-SECOND-NOTICE-DATE
044800                 PERFORM 3500-WRITE-LETTER
044900              WHEN RCV-SECOND-NOTICE-SENT  AND
045000                   WS-DAYS-SINCE-DEMAND NOT < WS-THIRD-NOTICE-DAYS
045100                 MOVE '3'              TO RCV-LETTER-LEVEL
045200                 MOVE WS-TODAY         TO RCV-THIRD-NOTICE-DATE
045300                 PERFORM 3500-WRITE-LETTER
045400              WHEN RCV-THIRD-NOTICE-SENT  AND
045450                   RCV-NOT-REFERRED  AND
045500                   WS-DAYS-SINCE-DEMAND NOT < WS-DELINQUENT-DAYS
045600                 PERFORM 3400-REFER-TO-TOP
045700              WHEN OTHER
045800                 CONTINUE
045900           END-EVALUATE
045950        END-IF
046000     END-IF.
046100
046200*    A DEBT WHOSE PRINCIPAL WAS RECOVERED BEFORE ANY INTEREST
046300*    ACCRUED HAS NOTHING LEFT TO COLLECT.
046400     PERFORM 3600-COMPUTE-AMOUNTS-DUE.
046500     IF WS-TOTAL-DUE-AMT NOT > ZERO  THEN
046600        MOVE 'C'                    TO RCV-STATUS-CODE
046700        MOVE WS-TODAY               TO RCV-LAST-ACTIVITY-DATE
046710        IF ERS-PLAN-ACTIVE  THEN
046720           MOVE 'C'                 TO ERS-PLAN-STATUS
046730           MOVE WS-TODAY            TO ERS-STATUS-DATE
046740           REWRITE ERS-PLAN-RECORD
046750        END-IF
046800     END-IF.
046900     REWRITE RECEIVABLE-MASTER-RECORD.
047000/
047100******************************************************************
047200*  BRING THE INTEREST UP TO WS-ACCRUE-TO-DATE - SIMPLE INTEREST  *
047300*  ON THE UNPAID PRINCIPAL AT THE DEBT'S ANNUAL RATE, ONE 365TH  *
047400*  A DAY, FOR EACH DAY PAST THE INTEREST-FREE DAYS NOT ALREADY   *
047500*  ACCRUED.  NOTHING ACCRUES BEFORE THE INITIAL DEMAND.  A DEBT  *
047550*  UNDER A PLAN IN GOOD STANDING ACCRUES AT THE PLAN RATE.       *
047600******************************************************************
047700 3100-ACCRUE-INTEREST.
047800     IF RCV-INITIAL-DEMAND-DATE > ZERO  THEN
047900        COMPUTE WS-ACCRUE-TO-INT =
048000           FUNCTION INTEGER-OF-DATE(WS-ACCRUE-TO-DATE)
048100        COMPUTE WS-INTEREST-START-INT =
048200           FUNCTION INTEGER-OF-DATE(RCV-INITIAL-DEMAND-DATE)
048300           + WS-INTEREST-FREE-DAYS
048400        IF RCV-INTEREST-THRU-DATE > ZERO  THEN
048500           COMPUTE WS-THRU-INT =
048600              FUNCTION INTEGER-OF-DATE(RCV-INTEREST-THRU-DATE)
048700        ELSE
048800           MOVE WS-INTEREST-START-INT TO WS-THRU-INT
048900        END-IF
049000        IF WS-THRU-INT > WS-INTEREST-START-INT  THEN
049100           MOVE WS-THRU-INT         TO WS-ACCRUE-FROM-INT
049200        ELSE
049300           MOVE WS-INTEREST-START-INT TO WS-ACCRUE-FROM-INT
049400        END-IF
049500        COMPUTE WS-ACCRUE-DAYS =
049600           WS-ACCRUE-TO-INT - WS-ACCRUE-FROM-INT
049700        COMPUTE WS-PRINCIPAL-DUE-AMT =
049800           RCV-ORIGINAL-AMT - RCV-RECOVERED-AMT
049900        IF WS-ACCRUE-DAYS > ZERO  AND
050000           WS-PRINCIPAL-DUE-AMT > ZERO  AND
050100           WS-ACCRUAL-RATE > ZERO  THEN
050200           COMPUTE WS-INTEREST-INCREMENT ROUNDED =
050300              WS-PRINCIPAL-DUE-AMT * WS-ACCRUAL-RATE / 100
050400              * WS-ACCRUE-DAYS / 365
050500           ADD WS-INTEREST-INCREMENT TO RCV-INTEREST-ACCRUED-AMT
050600           ADD WS-INTEREST-INCREMENT TO WS-INTEREST-ACCRUED-TOTAL
050700        END-IF
050800        IF WS-ACCRUE-TO-INT > WS-THRU-INT  OR
050900           RCV-INTEREST-THRU-DATE = ZERO  THEN
051000           MOVE WS-ACCRUE-TO-DATE   TO RCV-INTEREST-THRU-DATE
051100        END-IF
051200     END-IF.
051300/
051400******************************************************************
051500*  THE INITIAL DEMAND FIXES THE DEBT'S INTEREST RATE - THE RATE  *
051600*  IN EFFECT TONIGHT - AND STARTS THE CYCLE CLOCK.               *
051700******************************************************************
051800 3200-SEND-INITIAL-DEMAND.
051900     MOVE '1'                       TO RCV-LETTER-LEVEL.
052000     MOVE WS-TODAY                  TO RCV-INITIAL-DEMAND-DATE.
052100     MOVE WS-TODAY                  TO RCV-INTEREST-THRU-DATE.
052200     MOVE ZERO                      TO RCV-INTEREST-RATE.
052300     PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
052400        UNTIL WS-RTE-SUB > WS-RTE-COUNT
052500        IF WS-RTE-EFF-DATE (WS-RTE-SUB) NOT > WS-TODAY  THEN
052600           MOVE WS-RTE-ANNUAL-RATE (WS-RTE-SUB) TO
052700                                    RCV-INTEREST-RATE
052800        END-IF
052900     END-PERFORM.
053000     IF RCV-INTEREST-RATE = ZERO  THEN
053100        ADD 1                       TO WS-NO-RATE-COUNT
053200     END-IF.
053300     COMPUTE WS-DEMAND-INT = WS-TODAY-INT.
053400     PERFORM 3500-WRITE-LETTER.
053500/
053600******************************************************************
053700*  THE TREASURY OFFSET REFERRAL - ONCE, FOR A DEBT STILL OWED    *
053800*  ON THE DELINQUENT DAY AFTER ALL THREE LETTERS HAVE GONE OUT.  *
053900*  TREASURY CANNOT OFFSET WITHOUT THE DEBTOR'S TIN, SO A         *
054000*  PROVIDER WITH NO TAX MASTER IS LISTED AND LEFT FOR TOMORROW.  *
054100******************************************************************
054200 3400-REFER-TO-TOP.
054300     PERFORM 3600-COMPUTE-AMOUNTS-DUE.
054400     IF WS-TOTAL-DUE-AMT < WS-TOP-MINIMUM-AMT  THEN
054500        ADD 1                       TO WS-BELOW-MINIMUM-COUNT
054600     ELSE
054700        PERFORM 3700-READ-TAX-MASTER
054800        PERFORM 3800-SET-REPORT-KEY
054900        MOVE WS-TOTAL-DUE-AMT       TO RPT-AMOUNT
055000        MOVE WS-PRINCIPAL-DUE-AMT   TO RPT-PRINCIPAL-AMT
055100        MOVE WS-INTEREST-DUE-AMT    TO RPT-INTEREST-AMT
055200        IF PTAX-RECORD-NOT-FOUND  THEN
055300           ADD 1                    TO WS-NO-TAX-MASTER-COUNT
055400           MOVE 'TOP HELD - NO TAX MASTER' TO RPT-RESULT-TEXT
055500        ELSE
055600           MOVE SPACES              TO TOP-REFERRAL-RECORD
055700           MOVE WS-TODAY            TO DTOP-REFERRAL-DATE
055800           MOVE PTAX-TIN            TO DTOP-TIN
055900           MOVE PTAX-LEGAL-NAME     TO DTOP-LEGAL-NAME
056000           MOVE PTAX-ADDRESS        TO DTOP-ADDRESS
056100           MOVE PTAX-CITY           TO DTOP-CITY
056200           MOVE PTAX-STATE          TO DTOP-STATE
056300           MOVE PTAX-ZIP            TO DTOP-ZIP
056400           MOVE RCV-PROVIDER-NUMBER TO DTOP-PROVIDER-NUMBER
056500           MOVE RCV-CLAIM-NUMBER    TO DTOP-CLAIM-NUMBER
056600           MOVE RCV-SETUP-DATE      TO DTOP-SETUP-DATE
056700           COMPUTE DTOP-DELINQUENT-DATE = FUNCTION DATE-OF-INTEGER
056800              (WS-DEMAND-INT + WS-DELINQUENT-DAYS)
056900           MOVE WS-PRINCIPAL-DUE-AMT TO DTOP-PRINCIPAL-AMT
057000           MOVE WS-INTEREST-DUE-AMT TO DTOP-INTEREST-AMT
057100           MOVE WS-TOTAL-DUE-AMT    TO DTOP-TOTAL-DUE-AMT
057200           WRITE TOP-REFERRAL-RECORD
057300           MOVE 'T'                 TO RCV-TOP-STATUS
057400           MOVE WS-TODAY            TO RCV-TOP-REFERRAL-DATE
057500           MOVE WS-TODAY            TO RCV-LAST-ACTIVITY-DATE
057600           ADD 1                    TO WS-TOP-REFERRAL-COUNT
057700           ADD WS-TOTAL-DUE-AMT     TO WS-TOP-REFERRAL-TOTAL
057800           MOVE 'REFERRED TO TREASURY' TO RPT-RESULT-TEXT
057900        END-IF
058000        WRITE DMDRPT-RECORD  FROM RPT-DETAIL-LINE
058100     END-IF.
058200/
058300******************************************************************
058400*  ONE LETTER TO THE PRINT RUN AT THE LEVEL JUST SET, SHOWING    *
058500*  WHAT IS OWED TONIGHT, THE DAY INTEREST STARTS, AND THE DAY    *
058600*  THE DEBT TURNS DELINQUENT.  WS-DEMAND-INT IS THE INITIAL      *
058700*  DEMAND DATE.                                                  *
058800******************************************************************
058900 3500-WRITE-LETTER.
059000     PERFORM 3600-COMPUTE-AMOUNTS-DUE.
059100     PERFORM 3700-READ-TAX-MASTER.
059200
059300     MOVE SPACES                    TO DEMAND-LETTER-RECORD.
059400     MOVE RCV-LETTER-LEVEL          TO DLTR-LETTER-TYPE.
059500     MOVE WS-TODAY                  TO DLTR-LETTER-DATE.
059600     MOVE RCV-PROVIDER-NUMBER       TO DLTR-PROVIDER-NUMBER.
059700     IF PTAX-RECORD-FOUND  THEN
059800        MOVE PTAX-LEGAL-NAME        TO DLTR-LEGAL-NAME
059900        MOVE PTAX-ADDRESS           TO DLTR-ADDRESS
060000        MOVE PTAX-CITY              TO DLTR-CITY
060100        MOVE PTAX-STATE             TO DLTR-STATE
060200        MOVE PTAX-ZIP               TO DLTR-ZIP
060300     ELSE
060400        ADD 1                       TO WS-NO-TAX-MASTER-COUNT
060500     END-IF.
060600     MOVE RCV-CLAIM-NUMBER          TO DLTR-CLAIM-NUMBER.
060700     MOVE RCV-SETUP-DATE            TO DLTR-SETUP-DATE.
060800     MOVE WS-PRINCIPAL-DUE-AMT      TO DLTR-PRINCIPAL-AMT.
060900     MOVE WS-INTEREST-DUE-AMT       TO DLTR-INTEREST-AMT.
061000     MOVE WS-TOTAL-DUE-AMT          TO DLTR-TOTAL-DUE-AMT.
061100     MOVE RCV-INTEREST-RATE         TO DLTR-INTEREST-RATE.
061200     COMPUTE DLTR-INTEREST-START-DATE = FUNCTION DATE-OF-INTEGER
061300        (WS-DEMAND-INT + WS-INTEREST-FREE-DAYS + 1).
061400     COMPUTE DLTR-DELINQUENT-DATE = FUNCTION DATE-OF-INTEGER
061500        (WS-DEMAND-INT + WS-DELINQUENT-DAYS).
061600     WRITE DEMAND-LETTER-RECORD.
061700     MOVE WS-TODAY                  TO RCV-LAST-ACTIVITY-DATE.
061800
061900     PERFORM 3800-SET-REPORT-KEY.
062000     MOVE WS-TOTAL-DUE-AMT          TO RPT-AMOUNT.
062100     MOVE WS-PRINCIPAL-DUE-AMT      TO RPT-PRINCIPAL-AMT.
062200     MOVE WS-INTEREST-DUE-AMT       TO RPT-INTEREST-AMT.
062300     EVALUATE TRUE
062400        WHEN RCV-INITIAL-DEMAND-SENT
062500           ADD 1                    TO WS-INITIAL-DEMAND-COUNT
062600           ADD WS-TOTAL-DUE-AMT     TO WS-INITIAL-DEMAND-TOTAL
062700           MOVE 'INITIAL DEMAND LETTER' TO RPT-RESULT-TEXT
062800        WHEN RCV-SECOND-NOTICE-SENT
062900           ADD 1                    TO WS-SECOND-NOTICE-COUNT
063000           ADD WS-TOTAL-DUE-AMT     TO WS-SECOND-NOTICE-TOTAL
063100           MOVE '2ND NOTICE'        TO RPT-RESULT-TEXT
063200        WHEN OTHER
063300           ADD 1                    TO WS-THIRD-NOTICE-COUNT
063400           ADD WS-TOTAL-DUE-AMT     TO WS-THIRD-NOTICE-TOTAL
063500           MOVE '3RD NOTICE - INTENT TO REF' TO RPT-RESULT-TEXT
063600     END-EVALUATE.
063700     IF PTAX-RECORD-NOT-FOUND  THEN
063800        MOVE 'LETTER - NO TAX ADDRESS' TO RPT-RESULT-TEXT
063900     END-IF.
064000     WRITE DMDRPT-RECORD  FROM RPT-DETAIL-LINE.
064100/
064200 3600-COMPUTE-AMOUNTS-DUE.
064300     COMPUTE WS-PRINCIPAL-DUE-AMT =
064400        RCV-ORIGINAL-AMT - RCV-RECOVERED-AMT.
064500     IF WS-PRINCIPAL-DUE-AMT < ZERO  THEN
064600        MOVE ZERO                   TO WS-PRINCIPAL-DUE-AMT
064700     END-IF.
064800     COMPUTE WS-INTEREST-DUE-AMT =
064900        RCV-INTEREST-ACCRUED-AMT - RCV-INTEREST-PAID-AMT.
065000     IF WS-INTEREST-DUE-AMT < ZERO  THEN
065100        MOVE ZERO                   TO WS-INTEREST-DUE-AMT
065200     END-IF.
065300     COMPUTE WS-TOTAL-DUE-AMT =
065400        WS-PRINCIPAL-DUE-AMT + WS-INTEREST-DUE-AMT.
065500/
065600 3700-READ-TAX-MASTER.
065700     MOVE RCV-PROVIDER-NUMBER       TO PTAX-PROVIDER-NUMBER.
065800     READ TAX-FILE
065900         INVALID KEY     MOVE 'N'   TO WS-PTAX-FOUND-SWITCH
066000         NOT INVALID KEY MOVE 'Y'   TO WS-PTAX-FOUND-SWITCH
066100     END-READ.
066200/
066300 3800-SET-REPORT-KEY.
066400     MOVE RCV-PROVIDER-NUMBER       TO RPT-PROVIDER.
066500     MOVE RCV-CLAIM-NUMBER          TO RPT-CLAIM-NUMBER.
066600     MOVE RCV-SETUP-DATE            TO RPT-SETUP-DATE.
066700/
066701******************************************************************
066702*  LOOK UP THE DEBT'S EXTENDED REPAYMENT PLAN.  ONLY A PLAN IN   *
066703*  GOOD STANDING COUNTS - ESCALRCV HAS ALREADY DEFAULTED ANY     *
066704*  PLAN WITH A MISSED INSTALLMENT TONIGHT.  THE ACCRUAL RATE IS  *
066705*  THE PLAN'S WHILE IT STANDS, THE DEBT'S OWN RATE OTHERWISE.    *
066706******************************************************************
066707 3900-READ-ERS-PLAN.
066708     MOVE RCV-RECORD-KEY            TO ERS-RECORD-KEY.
066709     READ ERS-FILE
066710         INVALID KEY     MOVE 'N'   TO WS-ERS-FOUND-SWITCH
066711         NOT INVALID KEY MOVE 'Y'   TO WS-ERS-FOUND-SWITCH
066712     END-READ.
066713     IF ERS-RECORD-FOUND  AND  ERS-IN-GOOD-STANDING  THEN
066714        MOVE 'Y'                    TO WS-ERS-ACTIVE-SWITCH
066715        MOVE ERS-INTEREST-RATE      TO WS-ACCRUAL-RATE
066716     ELSE
066717        MOVE 'N'                    TO WS-ERS-ACTIVE-SWITCH
066718        MOVE RCV-INTEREST-RATE      TO WS-ACCRUAL-RATE
066719     END-IF.
066720/
066721******************************************************************
066722*  CREDIT A CHECK TO THE INSTALLMENT.  EACH FULLY PAID           *
066723*  INSTALLMENT MOVES THE DUE DATE ON A MONTH, SO A LARGE CHECK   *
066724*  PREPAYS THE ONES AFTER IT.  THE PLAN IS COMPLETE WHEN THE     *
066725*  RECEIVABLE CLOSES.                                            *
066726******************************************************************
066727 3950-CREDIT-INSTALLMENT.
066728     ADD WS-ERS-CREDIT-AMT          TO ERS-PERIOD-COLLECTED-AMT.
066729     ADD 1                          TO WS-ERS-PAYMENT-COUNT.
066730     ADD WS-ERS-CREDIT-AMT          TO WS-ERS-PAYMENT-TOTAL.
066731     IF RCV-STATUS-CLOSED  THEN
066732        MOVE 'C'                    TO ERS-PLAN-STATUS
066733        MOVE WS-TODAY               TO ERS-STATUS-DATE
066734     ELSE
066735        PERFORM 3955-ADVANCE-DUE-DATE
066736           UNTIL ERS-PERIOD-COLLECTED-AMT < ERS-INSTALLMENT-AMT
066737     END-IF.
066738     REWRITE ERS-PLAN-RECORD.
066739/
066740 3955-ADVANCE-DUE-DATE.
066741     SUBTRACT ERS-INSTALLMENT-AMT FROM ERS-PERIOD-COLLECTED-AMT.
066742     MOVE ERS-NEXT-DUE-DATE         TO WS-NEXT-DUE-DATE.
066743     IF WS-NEXT-DUE-MM = 12  THEN
066744        MOVE 1                      TO WS-NEXT-DUE-MM
066745        ADD 1                       TO WS-NEXT-DUE-YYYY
066746     ELSE
066747        ADD 1                       TO WS-NEXT-DUE-MM
066748     END-IF.
066749     MOVE WS-NEXT-DUE-DATE          TO ERS-NEXT-DUE-DATE.
066750/
066800 6000-PRINT-RUN-TOTALS.
066900     MOVE 'PAYMENTS APPLIED  . . . . .'  TO RPT-TOTAL-TEXT.
067000     MOVE WS-PAYMENT-COUNT          TO RPT-TOTAL-COUNT.
067100     MOVE WS-PAYMENT-TOTAL          TO RPT-TOTAL-AMT.
067200     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
067300
067400     MOVE '  TO INTEREST . . . . . . .'  TO RPT-TOTAL-TEXT.
067500     MOVE ZERO                      TO RPT-TOTAL-COUNT.
067600     MOVE WS-INTEREST-APPLIED-TOTAL TO RPT-TOTAL-AMT.
067700     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
067800
067900     MOVE '  TO PRINCIPAL  . . . . . .'  TO RPT-TOTAL-TEXT.
068000     MOVE ZERO                      TO RPT-TOTAL-COUNT.
068100     MOVE WS-PRINCIPAL-APPLIED-TOTAL TO RPT-TOTAL-AMT.
068200     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
068300
068400     MOVE '  OVERPAID - NOT APPLIED  .'  TO RPT-TOTAL-TEXT.
068500     MOVE WS-OVERPAID-COUNT         TO RPT-TOTAL-COUNT.
068600     MOVE WS-OVERPAID-TOTAL         TO RPT-TOTAL-AMT.
068700     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
068800
068900     MOVE 'PAYMENTS REJECTED . . . . .'  TO RPT-TOTAL-TEXT.
069000     MOVE WS-REJECTED-COUNT         TO RPT-TOTAL-COUNT.
069100     MOVE WS-REJECTED-TOTAL         TO RPT-TOTAL-AMT.
069200     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
069300
069400     MOVE 'DEBTS PAID IN FULL  . . . .'  TO RPT-TOTAL-TEXT.
069500     MOVE WS-PAID-IN-FULL-COUNT     TO RPT-TOTAL-COUNT.
069600     MOVE ZERO                      TO RPT-TOTAL-AMT.
069700     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
069800
069900     MOVE 'INTEREST ACCRUED  . . . . .'  TO RPT-TOTAL-TEXT.
070000     MOVE ZERO                      TO RPT-TOTAL-COUNT.
070100     MOVE WS-INTEREST-ACCRUED-TOTAL TO RPT-TOTAL-AMT.
070200     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
070300
070400     MOVE 'INITIAL DEMAND LETTERS  . .'  TO RPT-TOTAL-TEXT.
070500     MOVE WS-INITIAL-DEMAND-COUNT   TO RPT-TOTAL-COUNT.
070600     MOVE WS-INITIAL-DEMAND-TOTAL   TO RPT-TOTAL-AMT.
070700     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
070800
070900     MOVE '2ND NOTICES . . . . . . . .'  TO RPT-TOTAL-TEXT.
071000     MOVE WS-SECOND-NOTICE-COUNT    TO RPT-TOTAL-COUNT.
071100     MOVE WS-SECOND-NOTICE-TOTAL    TO RPT-TOTAL-AMT.
071200     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
071300
071400     MOVE '3RD NOTICES . . . . . . . .'  TO RPT-TOTAL-TEXT.
071500     MOVE WS-THIRD-NOTICE-COUNT     TO RPT-TOTAL-COUNT.
071600     MOVE WS-THIRD-NOTICE-TOTAL     TO RPT-TOTAL-AMT.
071700     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
071800
071900     MOVE 'REFERRED TO TREASURY  . . .'  TO RPT-TOTAL-TEXT.
072000     MOVE WS-TOP-REFERRAL-COUNT     TO RPT-TOTAL-COUNT.
072100     MOVE WS-TOP-REFERRAL-TOTAL     TO RPT-TOTAL-AMT.
072200     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
072300
072400     MOVE 'DELINQUENT - BELOW TOP MIN.'  TO RPT-TOTAL-TEXT.
072500     MOVE WS-BELOW-MINIMUM-COUNT    TO RPT-TOTAL-COUNT.
072600     MOVE ZERO                      TO RPT-TOTAL-AMT.
072700     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
072800
072900     MOVE 'NO TAX MASTER FOR PROVIDER.'  TO RPT-TOTAL-TEXT.
073000     MOVE WS-NO-TAX-MASTER-COUNT    TO RPT-TOTAL-COUNT.
073100     MOVE ZERO                      TO RPT-TOTAL-AMT.
073200     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
073300
073400     MOVE 'DEMANDS WITH NO RATE ON FILE'  TO RPT-TOTAL-TEXT.
073500     MOVE WS-NO-RATE-COUNT          TO RPT-TOTAL-COUNT.
073600     MOVE ZERO                      TO RPT-TOTAL-AMT.
073700     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
073710
073720     MOVE 'PAYMENTS TO ERS INSTALLMENTS'  TO RPT-TOTAL-TEXT.
073730     MOVE WS-ERS-PAYMENT-COUNT      TO RPT-TOTAL-COUNT.
073740     MOVE WS-ERS-PAYMENT-TOTAL      TO RPT-TOTAL-AMT.
073750     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
073760
073770     MOVE 'CYCLE HELD - ERS IN GOOD STD'  TO RPT-TOTAL-TEXT.
073780     MOVE WS-ERS-HELD-COUNT         TO RPT-TOTAL-COUNT.
073790     MOVE ZERO                      TO RPT-TOTAL-AMT.
073791     WRITE DMDRPT-RECORD  FROM RPT-TOTAL-LINE.
073800/
073900 7000-TERMINATE.
074000     CLOSE RECEIVABLE-FILE
074100           DEBT-PAYMENTS-IN
074200           TAX-FILE
074300           DEMAND-LETTERS-OUT
074400           TOP-REFERRAL-OUT
074500           DEMAND-REPORT
074600           ERS-FILE.
