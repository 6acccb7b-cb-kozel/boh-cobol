002310* 09/01/2026 ESCALRCV - CHECKS THE BALANCING GATE'S RELEASE
002320*           FLAG (PRCRELF, SEE ESCALBAL) BEFORE RUNNING - A
002330*           HELD RUN POSTS NOTHING TO THE RECEIVABLES MASTER.
002332* 10/15/2026 ESCALRCV - THE OFFSET STEP RECOVERS THE INTEREST THE
002334*           DEMAND CYCLE (ESCALDMD) HAS ACCRUED AS WELL AS THE
002336*           PRINCIPAL - INTEREST FIRST, THEN PRINCIPAL - AND A
002338*           RECEIVABLE CLOSES ONLY WHEN BOTH ARE PAID.
002340* 10/15/2026 ESCALRCV - A RECEIVABLE UNDER AN EXTENDED REPAYMENT
002342*           SCHEDULE (ERSFILE, MAINTAINED BY ESCALERM) IN GOOD
002344*           STANDING IS OFFSET ONLY FOR THE INSTALLMENT CURRENTLY
002346*           DUE, NOT ITS WHOLE OPEN BALANCE.  AN INSTALLMENT NOT
002348*           COLLECTED IN FULL BY THE PLAN'S GRACE DAYS PAST ITS
002350*           DUE DATE DEFAULTS THE PLAN - CHECKED AT THE OFFSET
002352*           AND IN THE NIGHTLY SWEEP, SO A PROVIDER THAT STOPS
002354*           BILLING STILL DEFAULTS - AND THE RECEIVABLE GOES BACK
002356*           TO FULL RECOUPMENT.
002358* 10/15/2026 ESCALRCV - REGISTERS ITS START AND END WITH THE
002360*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR), WITH ITS
002362*           RETURN CODE AND KEY COUNTS, FOR THE MORNING STATUS
002364*           BOARD (ESCALJSB).  THE START IS REFUSED - RETURN CODE
002366*           16, NOTHING TOUCHED - UNLESS ESCALFLR, ESCALMRV, AND
002368*           ESCALWHR COMPLETED FOR THE SAME RUN DATE AND THIS
002370*           STEP HAS NOT ALREADY COMPLETED FOR IT.
002372* 10/15/2026 ESCALRCV - THE REMIT RECORD IS NOW 140 BYTES (REMCPY
002374*           CARRIES EACH DETAIL'S REDUCTIONS AND INTEREST); THE
002376*           OFFSET DETAIL ZEROES THEM.
002378* 10/15/2026 ESCALRCV - THE OFFSET DETAIL ZEROES THE NEW ESA
002380*           MONITORING REDUCTION FIELD (REMCPY).
002400******************************************************************
002500 DATE-COMPILED.
002600 ENVIRONMENT DIVISION.
004300         ORGANIZATION IS SEQUENTIAL.
004310     SELECT RELEASE-FLAG-IN      ASSIGN TO PRCRELF
004320         ORGANIZATION IS SEQUENTIAL.
004336     SELECT ERS-FILE             ASSIGN TO ERSFILE
004352         ORGANIZATION IS INDEXED
004368         ACCESS MODE IS DYNAMIC
004384         RECORD KEY IS ERS-RECORD-KEY.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005600 FD  ADJUSTED-REMIT-OUT
005700     LABEL RECORDS ARE STANDARD
005800     RECORDING MODE IS F.
005900 01  PRCREMA-RECORD                 PIC X(140).
006000/
006100 FD  AGING-LEDGER-RPT
006200     LABEL RECORDS ARE STANDARD
006930     LABEL RECORDS ARE STANDARD
006940     RECORDING MODE IS F.
006950 COPY RELFCPY.
006960/
006970 FD  ERS-FILE
006980     LABEL RECORDS ARE STANDARD.
006990 COPY ERSMCPY.
007000/
007100 WORKING-STORAGE SECTION.
007200 01  W-STORAGE-REF                  PIC X(46) VALUE
010700 01  WS-GROUP-PROVIDER-NUMBER       PIC X(06).
010800 01  WS-GROUP-TABLE.
010900     05  WS-GRP-RECORD  OCCURS 200 TIMES
011000                                    PIC X(140).
011100 01  WS-GROUP-RECORD-COUNT          PIC 9(03) VALUE ZERO.
011200 01  WS-GRP-SUB                     PIC 9(03).
011300 01  WS-GROUP-PAID-AMT              PIC 9(09)V9(02).
012600 01  WS-PROVIDER-POOL-AMT           PIC S9(09)V9(02) VALUE ZERO.
012700 01  WS-OPEN-BALANCE-AMT            PIC S9(09)V9(02).
012800 01  WS-RECOVER-AMT                 PIC 9(07)V9(02).
012803 01  WS-INTEREST-DUE-AMT            PIC S9(07)V9(02).
012806 01  WS-INTEREST-RECOVER-AMT        PIC 9(07)V9(02).
012809
012812******************************************************************
012815*  EXTENDED REPAYMENT SCHEDULE - A PLAN IN GOOD STANDING CAPS    *
012818*  THE OFFSET AT WS-INSTALLMENT-DUE-AMT: WHAT IS STILL OWED ON   *
012821*  THE INSTALLMENT ONCE ITS DUE DATE HAS COME, NOTHING BEFORE.   *
012824******************************************************************
012827 01  WS-ERS-FOUND-SWITCH            PIC X(01).
012830     88  ERS-RECORD-FOUND                      VALUE 'Y'.
012833     88  ERS-RECORD-NOT-FOUND                  VALUE 'N'.
012836 01  WS-ERS-LIMIT-SWITCH            PIC X(01) VALUE 'N'.
012839     88  ERS-PLAN-LIMITS-OFFSET                VALUE 'Y'.
012842     88  ERS-PLAN-DOES-NOT-LIMIT               VALUE 'N'.
012845 01  WS-INSTALLMENT-DUE-AMT         PIC S9(07)V9(02).
012848 01  WS-GRACE-END-INT               PIC S9(09).
012851 01  WS-NEXT-DUE-DATE               PIC 9(08).
012854 01  WS-NEXT-DUE-DATE-R  REDEFINES  WS-NEXT-DUE-DATE.
012857     05  WS-NEXT-DUE-YYYY           PIC 9(04).
012860     05  WS-NEXT-DUE-MM             PIC 9(02).
012863     05  WS-NEXT-DUE-DD             PIC 9(02).
012866 01  WS-ERS-LIMITED-COUNT           PIC 9(07) VALUE ZERO.
012869 01  WS-ERS-DEFERRED-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
012872 01  WS-ERS-INSTALLMENT-COUNT       PIC 9(07) VALUE ZERO.
012875 01  WS-ERS-DEFAULT-COUNT           PIC 9(07) VALUE ZERO.
012878 01  WS-ERS-DEFAULT-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
012900
013000 01  WS-PASSED-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
013100 01  WS-PASSED-GROSS-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
022200     05  FILLER                     PIC X(02) VALUE SPACES.
022300     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
022400/
022433 COPY JSXCPY.
022466/
022500 PROCEDURE DIVISION.
022600
022700 0000-MAINLINE.
022701*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
022702*    TOUCHES NOTHING.
022703     PERFORM 0800-REGISTER-STEP-START.
022704     IF JSX-STEP-REFUSED  THEN
022705        MOVE 16                     TO RETURN-CODE
022706        GOBACK
022707     END-IF.
022708
022710*    THE BALANCING GATE SPEAKS FIRST - A HELD RUN MUST NOT POST
022720*    RECEIVABLES OR OFFSETS TO THE KEYED MASTER.
022730     PERFORM 0900-CHECK-RELEASE-GATE.
022740     IF GATE-HELD  THEN
022750        MOVE 16                     TO RETURN-CODE
022755        PERFORM 0850-REGISTER-STEP-END
022760        GOBACK
022770     END-IF.
022780
023300     PERFORM 5000-SWEEP-RECEIVABLES.
023400     PERFORM 6000-PRINT-RUN-TOTALS.
023500     PERFORM 7000-TERMINATE.
023550     PERFORM 0850-REGISTER-STEP-END.
023600     GOBACK.
023603/
023606******************************************************************
023609*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
023612*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
023615*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
023618*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
023621*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
023624******************************************************************
023627 0800-REGISTER-STEP-START.
023630     MOVE 'S'                       TO JSX-FUNCTION.
023633     MOVE 'ESCALRCV'                TO JSX-STEP-NAME.
023636     MOVE ZERO                      TO JSX-RUN-DATE.
023639     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
023642     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
023645/
023648 0850-REGISTER-STEP-END.
023651     MOVE 'E'                       TO JSX-FUNCTION.
023654     MOVE RETURN-CODE               TO JSX-STEP-RC.
023657     MOVE 'REMIT PASSED'            TO JSX-COUNT-LABEL (1).
023660     MOVE WS-PASSED-DETAIL-COUNT    TO JSX-COUNT (1).
023663     MOVE 'NEW RECEIVBL'            TO JSX-COUNT-LABEL (2).
023666     MOVE WS-NEW-RECEIVABLE-COUNT   TO JSX-COUNT (2).
023669     MOVE 'OFFSETS'                 TO JSX-COUNT-LABEL (3).
023672     MOVE WS-OFFSET-COUNT           TO JSX-COUNT (3).
023675     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
023678     MOVE JSX-STEP-RC               TO RETURN-CODE.
023700/
023710 0900-CHECK-RELEASE-GATE.
023720     OPEN INPUT RELEASE-FLAG-IN.
024400     OPEN OUTPUT ADJUSTED-REMIT-OUT.
024500     OPEN OUTPUT AGING-LEDGER-RPT.
024600     OPEN OUTPUT CREDIT-SUMMARY-RPT.
024650     OPEN I-O    ERS-FILE.
024700
024800     WRITE RCVAGE-RECORD         FROM AGE-HEADING-1.
024900     WRITE RCVAGE-RECORD         FROM AGE-HEADING-2.
038300/
038400******************************************************************
038500*  THE OFFSET STEP - WALK THE DEPARTING PROVIDER'S RECEIVABLES   *
038600*  AND RECOVER EVERY OPEN BALANCE (UNPAID PRINCIPAL PLUS UNPAID  *
038650*  ACCRUED INTEREST) OUT OF THE POSITIVE DOLLARS                 *
038700*  PASSED TO THE ADJUSTED REMIT TONIGHT.  EACH RECOVERY WRITES   *
038800*  A TYPE 'O' OFFSET DETAIL THE LOADER SUBTRACTS, AND NOTHING    *
038900*  IS EVER RECOVERED PAST WHAT TONIGHT ACTUALLY PAYS.            *
041700     END-READ.
041800/
041900 2460-APPLY-ONE-OFFSET.
041933     COMPUTE WS-INTEREST-DUE-AMT =
041966        RCV-INTEREST-ACCRUED-AMT - RCV-INTEREST-PAID-AMT.
042000     COMPUTE WS-OPEN-BALANCE-AMT =
042100        RCV-ORIGINAL-AMT - RCV-RECOVERED-AMT
042150        + WS-INTEREST-DUE-AMT.
042200     IF WS-OPEN-BALANCE-AMT > WS-PROVIDER-POOL-AMT  THEN
042300        MOVE WS-PROVIDER-POOL-AMT   TO WS-RECOVER-AMT
042400     ELSE
042500        MOVE WS-OPEN-BALANCE-AMT    TO WS-RECOVER-AMT
042600     END-IF.
042700
042707*    A PLAN IN GOOD STANDING TAKES ONLY THE INSTALLMENT DUE; THE
042714*    REST OF WHAT TONIGHT COULD HAVE RECOVERED STAYS WITH THE
042721*    PROVIDER.
042728     PERFORM 2470-CHECK-ERS-PLAN.
042735     IF ERS-PLAN-LIMITS-OFFSET  AND
042742        WS-RECOVER-AMT > WS-INSTALLMENT-DUE-AMT  THEN
042749        ADD 1                       TO WS-ERS-LIMITED-COUNT
042756        COMPUTE WS-ERS-DEFERRED-TOTAL = WS-ERS-DEFERRED-TOTAL
042763           + WS-RECOVER-AMT - WS-INSTALLMENT-DUE-AMT
042770        MOVE WS-INSTALLMENT-DUE-AMT TO WS-RECOVER-AMT
042777     END-IF.
042784
042800     IF WS-RECOVER-AMT > ZERO  THEN
042900*       THE INTEREST IS SATISFIED BEFORE ANY OF THE PRINCIPAL.
043000        IF WS-RECOVER-AMT > WS-INTEREST-DUE-AMT  THEN
043008           MOVE WS-INTEREST-DUE-AMT TO WS-INTEREST-RECOVER-AMT
043016        ELSE
043024           MOVE WS-RECOVER-AMT      TO WS-INTEREST-RECOVER-AMT
043032        END-IF
043040        ADD WS-INTEREST-RECOVER-AMT TO RCV-INTEREST-PAID-AMT
043048        COMPUTE RCV-RECOVERED-AMT =
043056           RCV-RECOVERED-AMT + WS-RECOVER-AMT
043064           - WS-INTEREST-RECOVER-AMT
043072        IF RCV-RECOVERED-AMT NOT < RCV-ORIGINAL-AMT  AND
043080           RCV-INTEREST-PAID-AMT NOT < RCV-INTEREST-ACCRUED-AMT
043088           THEN
043100           MOVE 'C'                 TO RCV-STATUS-CODE
043200        END-IF
043300        MOVE WS-TODAY               TO RCV-LAST-ACTIVITY-DATE
043400        REWRITE RECEIVABLE-MASTER-RECORD
043425        IF ERS-PLAN-LIMITS-OFFSET  THEN
043450           PERFORM 2480-CREDIT-INSTALLMENT
043475        END-IF
043500
043600        MOVE SPACES                 TO REMIT-DETAIL-RECORD
043700        MOVE 'O'                    TO REM-RECORD-TYPE
044520        MOVE ZERO                   TO REM-RECEIPT-DATE
044530                                       REM-ANCILLARY-AMT
044540                                       REM-WITHHOLD-AMT
044552                                       REM-SEQUESTRATION-AMT
044564                                       REM-NETWORK-FEE-AMT
044576                                       REM-INTEREST-AMT
044588                                       REM-ESA-REDUCTION-AMT
044600        WRITE PRCREMA-RECORD  FROM REMIT-DETAIL-RECORD
044700
044800        ADD 1                       TO WS-OFFSET-COUNT
044900        ADD WS-RECOVER-AMT          TO WS-OFFSET-TOTAL
045000        SUBTRACT WS-RECOVER-AMT   FROM WS-PROVIDER-POOL-AMT
045100     END-IF.
045101/
045102******************************************************************
045103*  LOOK UP THE RECEIVABLE'S EXTENDED REPAYMENT PLAN.  ONE IN     *
045104*  GOOD STANDING IS FIRST TESTED FOR A MISSED INSTALLMENT - AN   *
045105*  INSTALLMENT STILL SHORT WHEN THE PLAN'S GRACE DAYS PAST ITS   *
045106*  DUE DATE HAVE RUN DEFAULTS THE PLAN, AND THE RECEIVABLE IS    *
045107*  RECOUPED IN FULL FROM TONIGHT ON.  A PLAN STILL IN GOOD       *
045108*  STANDING LIMITS THE OFFSET TO WHAT REMAINS OF THE CURRENT     *
045109*  INSTALLMENT ONCE ITS DUE DATE HAS COME, AND TO NOTHING        *
045110*  BEFORE THEN.  NO PLAN, OR A DEFAULTED OR COMPLETED ONE,       *
045111*  LEAVES THE OFFSET UNLIMITED.                                  *
045112******************************************************************
045113 2470-CHECK-ERS-PLAN.
045114     MOVE 'N'                       TO WS-ERS-LIMIT-SWITCH.
045115     MOVE RCV-RECORD-KEY            TO ERS-RECORD-KEY.
045116     READ ERS-FILE
045117         INVALID KEY     MOVE 'N'   TO WS-ERS-FOUND-SWITCH
045118         NOT INVALID KEY MOVE 'Y'   TO WS-ERS-FOUND-SWITCH
045119     END-READ.
045120
045121     IF ERS-RECORD-FOUND  AND  ERS-IN-GOOD-STANDING  THEN
045122        COMPUTE WS-GRACE-END-INT =
045123           FUNCTION INTEGER-OF-DATE(ERS-NEXT-DUE-DATE)
045124           + ERS-GRACE-DAYS
045125        IF WS-TODAY-INT > WS-GRACE-END-INT  AND
045126           ERS-PERIOD-COLLECTED-AMT < ERS-INSTALLMENT-AMT  THEN
045127           MOVE 'D'                 TO ERS-PLAN-STATUS
045128           MOVE WS-TODAY            TO ERS-STATUS-DATE
045129           REWRITE ERS-PLAN-RECORD
045130           ADD 1                    TO WS-ERS-DEFAULT-COUNT
045131           COMPUTE WS-ERS-DEFAULT-TOTAL = WS-ERS-DEFAULT-TOTAL
045132              + RCV-ORIGINAL-AMT - RCV-RECOVERED-AMT
045133              + RCV-INTEREST-ACCRUED-AMT - RCV-INTEREST-PAID-AMT
045134           DISPLAY 'ESCALRCV - ERS PLAN DEFAULTED - '
045135              RCV-PROVIDER-NUMBER ' ' RCV-CLAIM-NUMBER
045136              ' INSTALLMENT DUE ' ERS-NEXT-DUE-DATE
045137        ELSE
045138           MOVE 'Y'                 TO WS-ERS-LIMIT-SWITCH
045139           IF ERS-NEXT-DUE-DATE > WS-TODAY  THEN
045140              MOVE ZERO             TO WS-INSTALLMENT-DUE-AMT
045141           ELSE
045142              COMPUTE WS-INSTALLMENT-DUE-AMT =
045143                 ERS-INSTALLMENT-AMT - ERS-PERIOD-COLLECTED-AMT
045144           END-IF
045145           IF WS-INSTALLMENT-DUE-AMT < ZERO  THEN
045146              MOVE ZERO             TO WS-INSTALLMENT-DUE-AMT
045147           END-IF
045148        END-IF
045149     END-IF.
045150/
045151******************************************************************
045152*  CREDIT TONIGHT'S OFFSET TO THE INSTALLMENT.  A FULLY PAID     *
045153*  INSTALLMENT MOVES THE DUE DATE ON A MONTH; THE PLAN IS        *
045154*  COMPLETE WHEN THE RECEIVABLE CLOSES.                          *
045155******************************************************************
045156 2480-CREDIT-INSTALLMENT.
045157     ADD WS-RECOVER-AMT             TO ERS-PERIOD-COLLECTED-AMT.
045158     ADD 1                          TO WS-ERS-INSTALLMENT-COUNT.
045159     IF RCV-STATUS-CLOSED  THEN
045160        MOVE 'C'                    TO ERS-PLAN-STATUS
045161        MOVE WS-TODAY               TO ERS-STATUS-DATE
045162     ELSE
045163        PERFORM 2485-ADVANCE-DUE-DATE
045164           UNTIL ERS-PERIOD-COLLECTED-AMT < ERS-INSTALLMENT-AMT
045165     END-IF.
045166     REWRITE ERS-PLAN-RECORD.
045167/
045168 2485-ADVANCE-DUE-DATE.
045169     SUBTRACT ERS-INSTALLMENT-AMT FROM ERS-PERIOD-COLLECTED-AMT.
045170     MOVE ERS-NEXT-DUE-DATE         TO WS-NEXT-DUE-DATE.
045171     IF WS-NEXT-DUE-MM = 12  THEN
045172        MOVE 1                      TO WS-NEXT-DUE-MM
045173        ADD 1                       TO WS-NEXT-DUE-YYYY
045174     ELSE
045175        ADD 1                       TO WS-NEXT-DUE-MM
045176     END-IF.
045177     MOVE WS-NEXT-DUE-DATE          TO ERS-NEXT-DUE-DATE.
045200/
045300 2900-READ-NEXT-REMIT.
045400     READ REMIT-EXTRACT-IN
051800         AT END MOVE 'Y'            TO WS-RCV-EOF-SWITCH
051900         NOT AT END
052000           IF RCV-STATUS-OPEN  THEN
052050              PERFORM 2470-CHECK-ERS-PLAN
052100              IF RCV-PROVIDER-NUMBER NOT = WS-SWEEP-PROVIDER  THEN
052200                 PERFORM 5200-CLOSE-SWEEP-PROVIDER
052300                 MOVE RCV-PROVIDER-NUMBER TO WS-SWEEP-PROVIDER
057600     MOVE WS-OFFSET-COUNT           TO RPT-TOTAL-COUNT.
057700     MOVE WS-OFFSET-TOTAL           TO RPT-TOTAL-AMT.
057800     WRITE RCVAGE-RECORD  FROM RPT-TOTAL-LINE.
057806
057812     MOVE 'ERS INSTALLMENTS OFFSET . .'   TO RPT-TOTAL-TEXT.
057818     MOVE WS-ERS-INSTALLMENT-COUNT  TO RPT-TOTAL-COUNT.
057824     MOVE ZERO                      TO RPT-TOTAL-AMT.
057830     WRITE RCVAGE-RECORD  FROM RPT-TOTAL-LINE.
057836
057842     MOVE 'ERS OFFSETS LIMITED - KEPT .'  TO RPT-TOTAL-TEXT.
057848     MOVE WS-ERS-LIMITED-COUNT      TO RPT-TOTAL-COUNT.
057854     MOVE WS-ERS-DEFERRED-TOTAL     TO RPT-TOTAL-AMT.
057860     WRITE RCVAGE-RECORD  FROM RPT-TOTAL-LINE.
057866
057872     MOVE 'ERS PLANS DEFAULTED . . . .'   TO RPT-TOTAL-TEXT.
057878     MOVE WS-ERS-DEFAULT-COUNT      TO RPT-TOTAL-COUNT.
057884     MOVE WS-ERS-DEFAULT-TOTAL      TO RPT-TOTAL-AMT.
057890     WRITE RCVAGE-RECORD  FROM RPT-TOTAL-LINE.
057900/
058000 7000-TERMINATE.
058100     CLOSE REMIT-EXTRACT-IN
058200           RECEIVABLE-FILE
058300           ADJUSTED-REMIT-OUT
058400           AGING-LEDGER-RPT
058500           CREDIT-SUMMARY-RPT
058510           ERS-FILE.
