000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALSPR.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALSPR - NEW PROGRAM
000700*         - STANDARD PAPER REMITTANCE (SPR) BUILD.  FOR EVERY
000800*           PROVIDER FLAGGED PAPER-REMIT ON THE PROVIDER MASTER
000900*           (PRVF-PAPER-REMIT) - THE FACILITIES NOT SET UP TO
001000*           RECEIVE THE 835 - BUILDS THE NIGHT'S REMITTANCE
001100*           ADVICE FROM THE RELEASED REMIT (PRCREMA, AFTER THE
001200*           ESCALRCV RECEIVABLES OFFSET) ONTO THE SPR PRINT WORK
001300*           FILE (SPRWORK, SEE SPRCPY): A HEADER WITH THE PAYEE
001400*           AND MAILING ADDRESS FROM THE PROVIDER TAX MASTER AND
001500*           THE EFT (EFTREG) OR CHECK (CHKREG) ESCALEFT ISSUED
001600*           TONIGHT; ONE LINE PER PAID CLAIM, REVERSAL, AND
001700*           RECEIVABLE OFFSET, WITH THE RTC TEXT AND ADJUSTMENT
001800*           REASON CODE FROM THE REASON-CODE MASTER (RCMFILE) AND
001900*           THE SEQUESTRATION, NETWORK FEE, AND WITHHOLD SHOWN
002000*           SEPARATELY; AND A PAYMENT SUMMARY WHOSE NET IS TIED
002100*           TO THE PAYMENT AMOUNT.  THE SCHEDULER SORT STEP PUTS
002200*           THE WORK FILE IN MAILING-ADDRESS ORDER FOR THE SPR
002300*           PRINT PROGRAM (ESCALSPP), WHOSE OUTPUT GOES STRAIGHT
002400*           TO THE PRINT VENDOR.  THE SPR CONTROL REPORT (SPRRPT)
002500*           LISTS EVERY ADVICE BUILT.  RETURN CODE 0 WHEN EVERY
002600*           ADVICE TIES AND HAS A MAILING ADDRESS, 4 WHEN ONE
002700*           DOES NOT (IT IS STILL BUILT, AND FLAGGED), 16 WHEN THE
002800*           PROVIDER TABLE OVERFLOWS (NOTHING IS BUILT).
002900*           REGISTERS WITH THE JOB-STREAM REGISTRY (ESCALJSR)
003000*           BEHIND ESCALEFT.
003010* 10/15/2026 ESCALSPR - THE ESA MONITORING REDUCTION ON THE REMIT
003020*           DETAIL (REMCPY) IS CARRIED ON THE CLAIM LINE AND
003030*           TOTALLED ON THE PAYMENT SUMMARY (SPRCPY).
003100******************************************************************
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.            IBM-Z990.
003600 OBJECT-COMPUTER.            IBM-Z990.
003700 INPUT-OUTPUT  SECTION.
003800 FILE-CONTROL.
003900     SELECT REMIT-EXTRACT-IN     ASSIGN TO PRCREMA
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PROVIDER-FILE        ASSIGN TO PROVFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PRVF-PROVIDER-NUMBER.
004500     SELECT TAX-FILE             ASSIGN TO PTAXFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PTAX-PROVIDER-NUMBER.
004900     SELECT REASON-MASTER        ASSIGN TO RCMFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RCM-RECORD-KEY.
005300     SELECT EFT-REGISTER         ASSIGN TO EFTREG
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS EFRG-PAYMENT-NUMBER.
005700     SELECT CHECK-REGISTER       ASSIGN TO CHKREG
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CHKR-CHECK-NUMBER.
006100     SELECT SPR-WORK-OUT         ASSIGN TO SPRWORK
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT SPR-REPORT           ASSIGN TO SPRRPT
006400         ORGANIZATION IS SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  REMIT-EXTRACT-IN
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100 COPY REMCPY.
007200/
007300 FD  PROVIDER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY PRVFCPY.
007600/
007700 FD  TAX-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY PTAXCPY.
008000/
008100 FD  REASON-MASTER
008200     LABEL RECORDS ARE STANDARD.
008300 COPY RCMFCPY.
008400/
008500 FD  EFT-REGISTER
008600     LABEL RECORDS ARE STANDARD.
008700 COPY EFRGCPY.
008800/
008900 FD  CHECK-REGISTER
009000     LABEL RECORDS ARE STANDARD.
009100 COPY CHKRCPY.
009200/
009300 FD  SPR-WORK-OUT
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600 COPY SPRCPY.
009700/
009800 FD  SPR-REPORT
009900     LABEL RECORDS ARE STANDARD
010000     RECORDING MODE IS F.
010100 01  SPRRPT-RECORD                  PIC X(132).
010200/
010300 WORKING-STORAGE SECTION.
010400 01  W-STORAGE-REF                  PIC X(46) VALUE
010500     'ESCALSPR      - W O R K I N G   S T O R A G E'.
010600
010700 01  WS-REM-EOF-SWITCH              PIC X(01).
010800     88  REM-END-OF-FILE                       VALUE 'Y'.
010900     88  REM-NOT-END-OF-FILE                   VALUE 'N'.
011000
011100 01  WS-REGISTER-EOF-SWITCH         PIC X(01).
011200     88  REGISTER-END-OF-FILE                  VALUE 'Y'.
011300     88  REGISTER-NOT-END-OF-FILE              VALUE 'N'.
011400
011500 01  WS-RCM-EOF-SWITCH              PIC X(01) VALUE 'N'.
011600     88  RCM-END-OF-FILE                       VALUE 'Y'.
011700     88  RCM-NOT-END-OF-FILE                   VALUE 'N'.
011800
011900 01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
012000     88  PROVIDER-TABLE-FULL                   VALUE 'Y'.
012100
012200 01  WS-TODAY                       PIC 9(08).
012300
012400******************************************************************
012500*  RTC TEXT AND ADJUSTMENT REASON CODE IN EFFECT TONIGHT, BY RTC *
012600*  PLUS ONE - LOADED FROM RCMFILE THE WAY ESCALRUN LOADS IT.     *
012700******************************************************************
012800 01  WS-RCM-TABLE.
012900     05  WS-RCM-ENTRY  OCCURS 100 TIMES.
013000         10  WS-RCM-TEXT            PIC X(46).
013100         10  WS-RCM-CARC            PIC X(03).
013200 01  WS-RCM-SUB                     PIC 9(03).
013300
013400******************************************************************
013500*  PROVIDER TABLE - ONE ENTRY PER PROVIDER ON THE RELEASED       *
013600*  REMIT, FOUND BY SEARCH (THE REMIT IS NOT PROVIDER-GROUPED).   *
013700*  THE PROVIDER MASTER IS READ ONCE PER PROVIDER; A PAPER-REMIT  *
013800*  PROVIDER ALSO CARRIES ITS MAILING ADDRESS, ITS ADVICE TOTALS  *
013900*  (ACCUMULATED EXACTLY AS ESCALEFT NETS THE PAYMENT, SO THE     *
014000*  TWO TIE TO THE PENNY), AND THE PAYMENT FOUND FOR IT TONIGHT.  *
014100******************************************************************
014200 01  WS-PRV-MAX                     PIC 9(04) VALUE 2000.
014300 01  WS-PRV-COUNT                   PIC 9(04) VALUE ZERO.
014400 01  WS-PRV-SUB                     PIC 9(04).
014500 01  WS-PRV-MATCH-SUB               PIC 9(04).
014600 01  WS-LOOK-PROVIDER               PIC X(06).
014700 01  WS-PROVIDER-TABLE.
014800     05  WS-PRV-ENTRY  OCCURS 2000 TIMES.
014900         10  WS-PRV-PROVIDER        PIC X(06).
015000         10  WS-PRV-PAPER-SWITCH    PIC X(01).
015100             88  PRV-IS-PAPER                  VALUE 'Y'.
015200         10  WS-PRV-ADDRESS-SWITCH  PIC X(01).
015300             88  PRV-ADDRESS-MISSING           VALUE 'N'.
015400         10  WS-PRV-NAME            PIC X(35).
015500         10  WS-PRV-ADDRESS         PIC X(35).
015600         10  WS-PRV-CITY            PIC X(20).
015700         10  WS-PRV-STATE           PIC X(02).
015800         10  WS-PRV-ZIP             PIC X(09).
015900         10  WS-PRV-LINE-COUNT      PIC 9(05).
016000         10  WS-PRV-LINES-WRITTEN   PIC 9(05).
016100         10  WS-PRV-GROSS-AMT       PIC 9(09)V9(02).
016200         10  WS-PRV-OUTLIER-AMT     PIC 9(09)V9(02).
016300         10  WS-PRV-SEQUESTRATION-AMT PIC 9(09)V9(02).
016400         10  WS-PRV-NETWORK-FEE-AMT PIC 9(09)V9(02).
016450         10  WS-PRV-ESA-REDUCTION-AMT PIC 9(09)V9(02).
016500         10  WS-PRV-WITHHOLD-AMT    PIC 9(09)V9(02).
016600         10  WS-PRV-INTEREST-AMT    PIC 9(09)V9(02).
016700         10  WS-PRV-CLAIMS-PAID-AMT PIC 9(09)V9(02).
016800         10  WS-PRV-REVERSED-AMT    PIC 9(09)V9(02).
016900         10  WS-PRV-OFFSET-AMT      PIC 9(09)V9(02).
017000         10  WS-PRV-NET-AMT         PIC S9(09)V9(02).
017100         10  WS-PRV-PAY-METHOD      PIC X(01).
017200         10  WS-PRV-PAYMENT-NUMBER.
017300             15  WS-PRV-PAY-DATE    PIC 9(08).
017400             15  WS-PRV-PAY-SEQUENCE PIC 9(05).
017500         10  WS-PRV-CHECK-NUMBER    PIC 9(10).
017600         10  WS-PRV-TRACE-NUMBER    PIC 9(15).
017700         10  WS-PRV-PAYMENT-AMT     PIC 9(09)V9(02).
017800         10  WS-PRV-TIE-SWITCH      PIC X(01).
017900             88  PRV-TIES                      VALUE 'Y'.
018000
018100 01  WS-LINE-PAID-AMT               PIC S9(09)V9(02).
018200
018300 01  WS-REMIT-READ                  PIC 9(07) VALUE ZERO.
018400 01  WS-PAPER-PROVIDERS             PIC 9(05) VALUE ZERO.
018500 01  WS-ADVICE-COUNT                PIC 9(05) VALUE ZERO.
018600 01  WS-LINE-COUNT                  PIC 9(07) VALUE ZERO.
018700 01  WS-EFT-MATCHED                 PIC 9(05) VALUE ZERO.
018800 01  WS-CHECK-MATCHED               PIC 9(05) VALUE ZERO.
018900 01  WS-NOT-TIED-COUNT              PIC 9(05) VALUE ZERO.
019000 01  WS-NO-ADDRESS-COUNT            PIC 9(05) VALUE ZERO.
019100 01  WS-ADVICE-NET-TOTAL            PIC S9(11)V9(02) VALUE ZERO.
019200 01  WS-ADVICE-PAID-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
019300
019400 01  RPT-HEADING-1.
019500     05  FILLER                     PIC X(10) VALUE 'ESCALSPR'.
019600     05  FILLER                     PIC X(40) VALUE
019700         'STANDARD PAPER REMITTANCE CONTROL'.
019800     05  FILLER                     PIC X(09) VALUE 'RUN DATE '.
019900     05  RPT-H1-RUN-DATE            PIC 9(08).
020000     05  FILLER                     PIC X(65) VALUE SPACES.
020100 01  RPT-HEADING-2.
020200     05  FILLER                     PIC X(08) VALUE 'CCN'.
020300     05  FILLER                     PIC X(37) VALUE 'PAYEE'.
020400     05  FILLER                     PIC X(07) VALUE ' LINES'.
020500     05  FILLER                     PIC X(17) VALUE
020600         '       NET AMOUNT'.
020700     05  FILLER                     PIC X(07) VALUE '  PAID'.
020800     05  FILLER                     PIC X(17) VALUE 'CHECK/TRACE'.
020900     05  FILLER                     PIC X(16) VALUE
021000         ' PAYMENT AMOUNT'.
021100     05  FILLER                     PIC X(23) VALUE '  STATUS'.
021200 01  RPT-ADVICE-LINE.
021300     05  RPT-A-PROVIDER             PIC X(06).
021400     05  FILLER                     PIC X(02) VALUE SPACES.
021500     05  RPT-A-PAYEE                PIC X(35).
021600     05  FILLER                     PIC X(02) VALUE SPACES.
021700     05  RPT-A-LINES                PIC ZZ,ZZ9.
021800     05  FILLER                     PIC X(02) VALUE SPACES.
021900     05  RPT-A-NET-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
022000     05  FILLER                     PIC X(02) VALUE SPACES.
022100     05  RPT-A-METHOD               PIC X(05).
022200     05  FILLER                     PIC X(02) VALUE SPACES.
022300     05  RPT-A-REFERENCE            PIC Z(14)9.
022400     05  FILLER                     PIC X(02) VALUE SPACES.
022500     05  RPT-A-PAYMENT-AMT          PIC ZZZ,ZZZ,ZZ9.99.
022600     05  FILLER                     PIC X(02) VALUE SPACES.
022700     05  RPT-A-STATUS               PIC X(22).
022800 01  RPT-TOTAL-LINE.
022900     05  RPT-T-LABEL                PIC X(40).
023000     05  RPT-T-COUNT                PIC ZZZ,ZZZ,ZZ9.
023100     05  FILLER                     PIC X(02) VALUE SPACES.
023200     05  RPT-T-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023300     05  FILLER                     PIC X(61) VALUE SPACES.
023400/
023500 COPY JSXCPY.
023600/
023700 PROCEDURE DIVISION.
023800
023900 0000-MAINLINE.
024000*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
024100*    TOUCHES NOTHING.
024200     PERFORM 0800-REGISTER-STEP-START.
024300     IF JSX-STEP-REFUSED  THEN
024400        MOVE 16                     TO RETURN-CODE
024500        GOBACK
024600     END-IF.
024700
024800     PERFORM 1000-INITIALIZE.
024900     PERFORM 2000-TOTAL-PROVIDERS.
025000     IF NOT PROVIDER-TABLE-FULL  THEN
025100        PERFORM 3000-MATCH-EFT-PAYMENTS
025200        PERFORM 3100-MATCH-CHECK-PAYMENTS
025300        PERFORM 4000-WRITE-CLAIM-LINES
025400        PERFORM 5000-WRITE-ADVICES
025500     END-IF.
025600     PERFORM 8900-PRINT-TOTALS.
025700     PERFORM 9000-TERMINATE.
025800     PERFORM 0850-REGISTER-STEP-END.
025900     GOBACK.
026000/
026100******************************************************************
026200*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
026300*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
026400*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
026500*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
026600*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
026700******************************************************************
026800 0800-REGISTER-STEP-START.
026900     MOVE 'S'                       TO JSX-FUNCTION.
027000     MOVE 'ESCALSPR'                TO JSX-STEP-NAME.
027100     MOVE ZERO                      TO JSX-RUN-DATE.
027200     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
027300     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
027400/
027500 0850-REGISTER-STEP-END.
027600     MOVE 'E'                       TO JSX-FUNCTION.
027700     MOVE RETURN-CODE               TO JSX-STEP-RC.
027800     MOVE 'ADVICES'                 TO JSX-COUNT-LABEL (1).
027900     MOVE WS-ADVICE-COUNT           TO JSX-COUNT (1).
028000     MOVE 'CLAIM LINES'             TO JSX-COUNT-LABEL (2).
028100     MOVE WS-LINE-COUNT             TO JSX-COUNT (2).
028200     MOVE 'NOT TIED'                TO JSX-COUNT-LABEL (3).
028300     MOVE WS-NOT-TIED-COUNT         TO JSX-COUNT (3).
028400     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
028500     MOVE JSX-STEP-RC               TO RETURN-CODE.
028600/
028700 1000-INITIALIZE.
028800     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
028900     OPEN INPUT  PROVIDER-FILE
029000                 TAX-FILE
029100                 REASON-MASTER
029200                 EFT-REGISTER
029300                 CHECK-REGISTER.
029400     OPEN OUTPUT SPR-WORK-OUT
029500                 SPR-REPORT.
029600     MOVE WS-TODAY                  TO RPT-H1-RUN-DATE.
029700     WRITE SPRRPT-RECORD         FROM RPT-HEADING-1.
029800     WRITE SPRRPT-RECORD         FROM RPT-HEADING-2.
029900     PERFORM 1100-LOAD-REASON-TABLE.
030000/
030100******************************************************************
030200*  THE REASON-CODE MASTER IS READ END TO END; EACH RTC KEEPS THE *
030300*  LAST ROW IN EFFECT TONIGHT (THE KEY RUNS BY RTC, THEN DATE).  *
030400******************************************************************
030500 1100-LOAD-REASON-TABLE.
030600     PERFORM 1110-CLEAR-REASON
030700        VARYING WS-RCM-SUB FROM 1 BY 1
030800        UNTIL WS-RCM-SUB > 100.
030900     MOVE LOW-VALUES                TO RCM-RECORD-KEY.
031000     START REASON-MASTER KEY IS >= RCM-RECORD-KEY
031100         INVALID KEY MOVE 'Y'    TO WS-RCM-EOF-SWITCH
031200     END-START.
031300     PERFORM 1120-LOAD-ONE-REASON UNTIL RCM-END-OF-FILE.
031400/
031500 1110-CLEAR-REASON.
031600     MOVE SPACES                    TO WS-RCM-TEXT (WS-RCM-SUB)
031700                                       WS-RCM-CARC (WS-RCM-SUB).
031800/
031900 1120-LOAD-ONE-REASON.
032000     READ REASON-MASTER NEXT RECORD
032100         AT END MOVE 'Y'         TO WS-RCM-EOF-SWITCH
032200     END-READ.
032300     IF RCM-NOT-END-OF-FILE  THEN
032400        IF RCM-EFF-DATE <= WS-TODAY  THEN
032500           MOVE RCM-DESCRIPTION     TO WS-RCM-TEXT (RCM-RTC + 1)
032600           MOVE RCM-CARC-CODE       TO WS-RCM-CARC (RCM-RTC + 1)
032700        END-IF
032800     END-IF.
032900/
033000******************************************************************
033100*  FIRST PASS OF THE RELEASED REMIT - EVERY PROVIDER IS LOOKED   *
033200*  UP ONCE, AND A PAPER-REMIT PROVIDER'S ADVICE TOTALS BUILT.    *
033300*  THE TRAILER IS NOT A PROVIDER'S AND IS PASSED OVER.           *
033400******************************************************************
033500 2000-TOTAL-PROVIDERS.
033600     MOVE 'N'                       TO WS-REM-EOF-SWITCH.
033700     OPEN INPUT  REMIT-EXTRACT-IN.
033800     PERFORM 2900-READ-NEXT-REMIT.
033900     PERFORM 2010-TOTAL-ONE-REMIT
034000        UNTIL REM-END-OF-FILE  OR  PROVIDER-TABLE-FULL.
034100     CLOSE REMIT-EXTRACT-IN.
034200/
034300 2010-TOTAL-ONE-REMIT.
034400     IF NOT REM-IS-TRAILER  THEN
034500        ADD 1                       TO WS-REMIT-READ
034600        MOVE REM-PROVIDER-NUMBER    TO WS-LOOK-PROVIDER
034700        PERFORM 8000-FIND-PROVIDER
034800        IF WS-PRV-MATCH-SUB = ZERO  THEN
034900           PERFORM 8020-ADD-PROVIDER
035000        END-IF
035100        IF WS-PRV-MATCH-SUB > ZERO  THEN
035200           IF PRV-IS-PAPER (WS-PRV-MATCH-SUB)  THEN
035300              PERFORM 2100-ADD-TO-ADVICE
035400           END-IF
035500        END-IF
035600     END-IF.
035700     PERFORM 2900-READ-NEXT-REMIT.
035800/
035900******************************************************************
036000*  A PAID CLAIM ADDS ITS NET PAY AND ITS OUTLIER (PAID IN        *
036100*  ADDITION AND UNTOUCHED BY THE REDUCTIONS); A REVERSAL OR A    *
036200*  RECEIVABLE OFFSET TAKES ITS GROSS BACK - THE SAME ARITHMETIC  *
036300*  ESCALEFT USES TO NET THE PAYMENT.                             *
036400******************************************************************
036500 2100-ADD-TO-ADVICE.
036600     ADD 1                          TO
036700        WS-PRV-LINE-COUNT (WS-PRV-MATCH-SUB).
036800     PERFORM 8100-PRICE-LINE.
036900     EVALUATE TRUE
037000        WHEN REM-IS-REVERSAL
037100           ADD REM-GROSS-PAY-AMT    TO
037200              WS-PRV-REVERSED-AMT (WS-PRV-MATCH-SUB)
037300        WHEN REM-IS-OFFSET
037400           ADD REM-GROSS-PAY-AMT    TO
037500              WS-PRV-OFFSET-AMT (WS-PRV-MATCH-SUB)
037600        WHEN OTHER
037700           ADD REM-GROSS-PAY-AMT    TO
037800              WS-PRV-GROSS-AMT (WS-PRV-MATCH-SUB)
037900           ADD REM-OUTLIER-AMT      TO
038000              WS-PRV-OUTLIER-AMT (WS-PRV-MATCH-SUB)
038100           ADD REM-SEQUESTRATION-AMT TO
038200              WS-PRV-SEQUESTRATION-AMT (WS-PRV-MATCH-SUB)
038300           ADD REM-NETWORK-FEE-AMT  TO
038400              WS-PRV-NETWORK-FEE-AMT (WS-PRV-MATCH-SUB)
038420           ADD REM-ESA-REDUCTION-AMT TO
038440              WS-PRV-ESA-REDUCTION-AMT (WS-PRV-MATCH-SUB)
038500           ADD REM-WITHHOLD-AMT     TO
038600              WS-PRV-WITHHOLD-AMT (WS-PRV-MATCH-SUB)
038700           ADD REM-INTEREST-AMT     TO
038800              WS-PRV-INTEREST-AMT (WS-PRV-MATCH-SUB)
038900           ADD WS-LINE-PAID-AMT     TO
039000              WS-PRV-CLAIMS-PAID-AMT (WS-PRV-MATCH-SUB)
039100     END-EVALUATE.
039200     ADD WS-LINE-PAID-AMT           TO
039300        WS-PRV-NET-AMT (WS-PRV-MATCH-SUB).
039400/
039500 2900-READ-NEXT-REMIT.
039600     READ REMIT-EXTRACT-IN
039700         AT END MOVE 'Y'         TO WS-REM-EOF-SWITCH
039800     END-READ.
039900/
040000******************************************************************
040100*  TONIGHT'S EFT PAYMENTS - THE REGISTER IS KEYED BY PAYMENT     *
040200*  NUMBER, WHICH LEADS WITH THE PAY DATE.  A PRENOTE PAYS        *
040300*  NOTHING, AND A REISSUE OF A RETURNED PAYMENT (ORIGINAL        *
040400*  PAYMENT NUMBER SET) PAYS NO REMIT OF TONIGHT'S, SO NEITHER    *
040500*  IS MATCHED TO AN ADVICE.                                      *
040600******************************************************************
040700 3000-MATCH-EFT-PAYMENTS.
040800     MOVE 'N'                       TO WS-REGISTER-EOF-SWITCH.
040900     MOVE WS-TODAY                  TO EFRG-PAY-DATE.
041000     MOVE ZERO                      TO EFRG-PAY-SEQUENCE.
041100     START EFT-REGISTER KEY IS >= EFRG-PAYMENT-NUMBER
041200         INVALID KEY MOVE 'Y'    TO WS-REGISTER-EOF-SWITCH
041300     END-START.
041400     PERFORM 3010-MATCH-ONE-EFT UNTIL REGISTER-END-OF-FILE.
041500/
041600 3010-MATCH-ONE-EFT.
041700     READ EFT-REGISTER NEXT RECORD
041800         AT END MOVE 'Y'         TO WS-REGISTER-EOF-SWITCH
041900     END-READ.
042000     IF REGISTER-NOT-END-OF-FILE  THEN
042100        IF EFRG-PAY-DATE NOT = WS-TODAY  THEN
042200           MOVE 'Y'                 TO WS-REGISTER-EOF-SWITCH
042300        ELSE
042400           IF EFRG-IS-PAYMENT  AND
042500              EFRG-ORIGINAL-PAYMENT-NBR = ZERO  THEN
042600              MOVE EFRG-PROVIDER-NUMBER TO WS-LOOK-PROVIDER
042700              PERFORM 8000-FIND-PROVIDER
042800              IF WS-PRV-MATCH-SUB > ZERO  THEN
042900                 IF PRV-IS-PAPER (WS-PRV-MATCH-SUB)  THEN
043000                    PERFORM 3020-TAKE-EFT
043100                 END-IF
043200              END-IF
043300           END-IF
043400        END-IF
043500     END-IF.
043600/
043700 3020-TAKE-EFT.
043800     ADD 1                          TO WS-EFT-MATCHED.
043900     MOVE 'E'                       TO
044000        WS-PRV-PAY-METHOD (WS-PRV-MATCH-SUB).
044100     MOVE EFRG-PAYMENT-NUMBER       TO
044200        WS-PRV-PAYMENT-NUMBER (WS-PRV-MATCH-SUB).
044300     MOVE EFRG-TRACE-NUMBER         TO
044400        WS-PRV-TRACE-NUMBER (WS-PRV-MATCH-SUB).
044500     MOVE EFRG-PAYMENT-AMT          TO
044600        WS-PRV-PAYMENT-AMT (WS-PRV-MATCH-SUB).
044700/
044800******************************************************************
044900*  TONIGHT'S CHECKS - THE CHECK REGISTER IS KEYED BY CHECK       *
045000*  NUMBER, SO IT IS READ END TO END FOR CHECKS ISSUED TODAY.  A  *
045100*  REISSUE (ORIGINAL CHECK NUMBER SET) REPLACES AN EARLIER       *
045200*  CHECK AND PAYS NO REMIT OF TONIGHT'S.                         *
045300******************************************************************
045400 3100-MATCH-CHECK-PAYMENTS.
045500     MOVE 'N'                       TO WS-REGISTER-EOF-SWITCH.
045600     MOVE ZERO                      TO CHKR-CHECK-NUMBER.
045700     START CHECK-REGISTER KEY IS >= CHKR-CHECK-NUMBER
045800         INVALID KEY MOVE 'Y'    TO WS-REGISTER-EOF-SWITCH
045900     END-START.
046000     PERFORM 3110-MATCH-ONE-CHECK UNTIL REGISTER-END-OF-FILE.
046100/
046200 3110-MATCH-ONE-CHECK.
046300     READ CHECK-REGISTER NEXT RECORD
046400         AT END MOVE 'Y'         TO WS-REGISTER-EOF-SWITCH
046500     END-READ.
046600     IF REGISTER-NOT-END-OF-FILE  THEN
046700        IF CHKR-ISSUE-DATE = WS-TODAY  AND
046800           CHKR-ORIGINAL-CHECK-NUMBER = ZERO  THEN
046900           MOVE CHKR-PROVIDER-NUMBER TO WS-LOOK-PROVIDER
047000           PERFORM 8000-FIND-PROVIDER
047100           IF WS-PRV-MATCH-SUB > ZERO  THEN
047200              IF PRV-IS-PAPER (WS-PRV-MATCH-SUB)  THEN
047300                 PERFORM 3120-TAKE-CHECK
047400              END-IF
047500           END-IF
047600        END-IF
047700     END-IF.
047800/
047900 3120-TAKE-CHECK.
048000     ADD 1                          TO WS-CHECK-MATCHED.
048100     MOVE 'C'                       TO
048200        WS-PRV-PAY-METHOD (WS-PRV-MATCH-SUB).
048300     MOVE CHKR-ISSUE-DATE           TO
048400        WS-PRV-PAY-DATE (WS-PRV-MATCH-SUB).
048500     MOVE CHKR-PAY-SEQUENCE         TO
048600        WS-PRV-PAY-SEQUENCE (WS-PRV-MATCH-SUB).
048700     MOVE CHKR-CHECK-NUMBER         TO
048800        WS-PRV-CHECK-NUMBER (WS-PRV-MATCH-SUB).
048900     MOVE CHKR-CHECK-AMT            TO
049000        WS-PRV-PAYMENT-AMT (WS-PRV-MATCH-SUB).
049100/
049200******************************************************************
049300*  SECOND PASS OF THE RELEASED REMIT - A PAPER-REMIT PROVIDER'S  *
049400*  DETAILS BECOME ITS ADVICE'S CLAIM LINES, NUMBERED IN THE      *
049500*  ORDER THE REMIT CARRIES THEM.  THE PAYMENT IS KNOWN BY NOW,   *
049600*  SO EVERY LINE CARRIES ITS ADVICE'S FULL SORT KEY.             *
049700******************************************************************
049800 4000-WRITE-CLAIM-LINES.
049900     MOVE 'N'                       TO WS-REM-EOF-SWITCH.
050000     OPEN INPUT  REMIT-EXTRACT-IN.
050100     PERFORM 2900-READ-NEXT-REMIT.
050200     PERFORM 4010-WRITE-ONE-CLAIM-LINE UNTIL REM-END-OF-FILE.
050300     CLOSE REMIT-EXTRACT-IN.
050400/
050500 4010-WRITE-ONE-CLAIM-LINE.
050600     IF NOT REM-IS-TRAILER  THEN
050700        MOVE REM-PROVIDER-NUMBER    TO WS-LOOK-PROVIDER
050800        PERFORM 8000-FIND-PROVIDER
050900        IF WS-PRV-MATCH-SUB > ZERO  THEN
051000           IF PRV-IS-PAPER (WS-PRV-MATCH-SUB)  THEN
051100              PERFORM 4100-BUILD-CLAIM-LINE
051200              WRITE SPR-PRINT-RECORD
051300              ADD 1                 TO WS-LINE-COUNT
051400           END-IF
051500        END-IF
051600     END-IF.
051700     PERFORM 2900-READ-NEXT-REMIT.
051800/
051900******************************************************************
052000*  A PAID CLAIM SHOWS ITS RTC TEXT FROM THE REASON-CODE MASTER   *
052100*  AND EACH REDUCTION ON ITS OWN; A REVERSAL AND A RECEIVABLE    *
052200*  OFFSET SHOW ONLY THE GROSS THEY TAKE BACK.  THE ADJUSTMENT    *
052300*  REASON CODE IS THE ONE PRICING PUT ON THE REMIT, OR THE       *
052400*  MASTER'S FOR THE RTC WHEN PRICING LEFT IT BLANK.              *
052500******************************************************************
052600 4100-BUILD-CLAIM-LINE.
052700     ADD 1                          TO
052800        WS-PRV-LINES-WRITTEN (WS-PRV-MATCH-SUB).
052900     PERFORM 8200-SET-SORT-KEY.
053000     MOVE '2'                       TO SPR-SORT-GROUP.
053100     MOVE WS-PRV-LINES-WRITTEN (WS-PRV-MATCH-SUB) TO
053200        SPR-SORT-LINE-SEQUENCE.
053300     PERFORM 8100-PRICE-LINE.
053400     MOVE REM-CLAIM-NUMBER          TO SPR-CLAIM-NUMBER.
053500     MOVE REM-RECORD-TYPE           TO SPR-REMIT-TYPE.
053600     MOVE REM-RTC                   TO SPR-RTC.
053700     MOVE REM-GROSS-PAY-AMT         TO SPR-GROSS-AMT.
053800     MOVE WS-LINE-PAID-AMT          TO SPR-PAID-AMT.
053900     MOVE REM-CARC-CODE             TO SPR-CARC-CODE.
054000     IF SPR-CARC-CODE = SPACES  THEN
054100        MOVE WS-RCM-CARC (REM-RTC + 1) TO SPR-CARC-CODE
054200     END-IF.
054300
054400     EVALUATE TRUE
054500        WHEN REM-IS-REVERSAL
054600           MOVE 'REVERSAL OF A PRIOR PAYMENT' TO SPR-RTC-TEXT
054700           PERFORM 4110-CLEAR-REDUCTIONS
054800        WHEN REM-IS-OFFSET
054900           MOVE 'RECEIVABLE OFFSET - OVERPAYMENT RECOVERED' TO
055000              SPR-RTC-TEXT
055100           PERFORM 4110-CLEAR-REDUCTIONS
055200        WHEN OTHER
055300           IF WS-RCM-TEXT (REM-RTC + 1) = SPACES  THEN
055400              MOVE 'REASON TEXT NOT ON FILE' TO SPR-RTC-TEXT
055500           ELSE
055600              MOVE WS-RCM-TEXT (REM-RTC + 1) TO SPR-RTC-TEXT
055700           END-IF
055800           MOVE REM-OUTLIER-AMT     TO SPR-OUTLIER-AMT
055900           MOVE REM-SEQUESTRATION-AMT TO SPR-SEQUESTRATION-AMT
056000           MOVE REM-NETWORK-FEE-AMT TO SPR-NETWORK-FEE-AMT
056050           MOVE REM-ESA-REDUCTION-AMT TO SPR-ESA-REDUCTION-AMT
056100           MOVE REM-WITHHOLD-AMT    TO SPR-WITHHOLD-AMT
056200           MOVE REM-INTEREST-AMT    TO SPR-INTEREST-AMT
056300     END-EVALUATE.
056400/
056500 4110-CLEAR-REDUCTIONS.
056600     MOVE ZERO                      TO SPR-OUTLIER-AMT
056700                                       SPR-SEQUESTRATION-AMT
056800                                       SPR-NETWORK-FEE-AMT
056850                                       SPR-ESA-REDUCTION-AMT
056900                                       SPR-WITHHOLD-AMT
057000                                       SPR-INTEREST-AMT.
057100/
057200******************************************************************
057300*  ONE ADVICE PER PAPER-REMIT PROVIDER - ITS HEADER AND ITS      *
057400*  PAYMENT SUMMARY, WITH THE NET TIED TO THE PAYMENT.  A         *
057500*  POSITIVE NET TIES WHEN TONIGHT'S EFT OR CHECK IS FOR EXACTLY  *
057600*  THE NET; A NET OF ZERO OR LESS IS NOT PAID (ESCALEFT CARRIES  *
057700*  IT) AND TIES WHEN NO PAYMENT WAS ISSUED.  AN ADVICE THAT DOES *
057800*  NOT TIE, OR HAS NO MAILING ADDRESS, IS STILL BUILT - THE      *
057900*  PRINTED ADVICE AND SPRRPT BOTH FLAG IT.                       *
058000******************************************************************
058100 5000-WRITE-ADVICES.
058200     PERFORM 5010-WRITE-ONE-ADVICE
058300        VARYING WS-PRV-SUB FROM 1 BY 1
058400        UNTIL WS-PRV-SUB > WS-PRV-COUNT.
058500/
058600 5010-WRITE-ONE-ADVICE.
058700     IF PRV-IS-PAPER (WS-PRV-SUB)  THEN
058800        MOVE WS-PRV-SUB             TO WS-PRV-MATCH-SUB
058900        PERFORM 5100-TIE-PAYMENT
059000        PERFORM 5200-WRITE-HEADER
059100        PERFORM 5300-WRITE-SUMMARY
059200        PERFORM 7000-PRINT-ADVICE-LINE
059300        ADD 1                       TO WS-ADVICE-COUNT
059400        ADD WS-PRV-NET-AMT (WS-PRV-SUB) TO WS-ADVICE-NET-TOTAL
059500        ADD WS-PRV-PAYMENT-AMT (WS-PRV-SUB) TO
059600           WS-ADVICE-PAID-TOTAL
059700     END-IF.
059800/
059900 5100-TIE-PAYMENT.
060000     IF WS-PRV-PAY-METHOD (WS-PRV-SUB) = SPACES  THEN
060100        MOVE 'N'                    TO
060200           WS-PRV-PAY-METHOD (WS-PRV-SUB)
060300     END-IF.
060400     MOVE 'N'                       TO
060500        WS-PRV-TIE-SWITCH (WS-PRV-SUB).
060600     IF WS-PRV-NET-AMT (WS-PRV-SUB) > ZERO  THEN
060700        IF WS-PRV-PAY-METHOD (WS-PRV-SUB) NOT = 'N'  AND
060800           WS-PRV-PAYMENT-AMT (WS-PRV-SUB) =
060900           WS-PRV-NET-AMT (WS-PRV-SUB)  THEN
061000           MOVE 'Y'                 TO
061100              WS-PRV-TIE-SWITCH (WS-PRV-SUB)
061200        END-IF
061300     ELSE
061400        IF WS-PRV-PAY-METHOD (WS-PRV-SUB) = 'N'  THEN
061500           MOVE 'Y'                 TO
061600              WS-PRV-TIE-SWITCH (WS-PRV-SUB)
061700        END-IF
061800     END-IF.
061900     IF NOT PRV-TIES (WS-PRV-SUB)  THEN
062000        ADD 1                       TO WS-NOT-TIED-COUNT
062100        DISPLAY 'ESCALSPR - ADVICE FOR PROVIDER '
062200           WS-PRV-PROVIDER (WS-PRV-SUB)
062300           ' DOES NOT TIE TO ITS PAYMENT'
062400     END-IF.
062500     IF PRV-ADDRESS-MISSING (WS-PRV-SUB)  THEN
062600        ADD 1                       TO WS-NO-ADDRESS-COUNT
062700     END-IF.
062800/
062900 5200-WRITE-HEADER.
063000     PERFORM 8200-SET-SORT-KEY.
063100     MOVE '1'                       TO SPR-SORT-GROUP.
063200     MOVE ZERO                      TO SPR-SORT-LINE-SEQUENCE.
063300     MOVE WS-PRV-NAME (WS-PRV-SUB)  TO SPR-PAYEE-NAME.
063400     MOVE WS-PRV-ADDRESS (WS-PRV-SUB) TO SPR-PAYEE-ADDRESS.
063500     MOVE WS-PRV-CITY (WS-PRV-SUB)  TO SPR-PAYEE-CITY.
063600     MOVE WS-PRV-STATE (WS-PRV-SUB) TO SPR-PAYEE-STATE.
063700     MOVE WS-PRV-ZIP (WS-PRV-SUB)   TO SPR-PAYEE-ZIP.
063800     MOVE WS-PRV-PAY-METHOD (WS-PRV-SUB) TO SPR-PAY-METHOD.
063900     MOVE WS-PRV-CHECK-NUMBER (WS-PRV-SUB) TO SPR-CHECK-NUMBER.
064000     MOVE WS-PRV-TRACE-NUMBER (WS-PRV-SUB) TO SPR-TRACE-NUMBER.
064100     MOVE WS-TODAY                  TO SPR-REMIT-DATE.
064200     MOVE WS-PRV-PAYMENT-AMT (WS-PRV-SUB) TO SPR-PAYMENT-AMT.
064300     WRITE SPR-PRINT-RECORD.
064400/
064500 5300-WRITE-SUMMARY.
064600     PERFORM 8200-SET-SORT-KEY.
064700     MOVE '3'                       TO SPR-SORT-GROUP.
064800     MOVE ZERO                      TO SPR-SORT-LINE-SEQUENCE.
064900     MOVE WS-PRV-LINE-COUNT (WS-PRV-SUB) TO SPR-SUM-LINE-COUNT.
065000     MOVE WS-PRV-GROSS-AMT (WS-PRV-SUB) TO SPR-SUM-GROSS-AMT.
065100     MOVE WS-PRV-OUTLIER-AMT (WS-PRV-SUB) TO SPR-SUM-OUTLIER-AMT.
065200     MOVE WS-PRV-SEQUESTRATION-AMT (WS-PRV-SUB) TO
065300        SPR-SUM-SEQUESTRATION-AMT.
065400     MOVE WS-PRV-NETWORK-FEE-AMT (WS-PRV-SUB) TO
065500        SPR-SUM-NETWORK-FEE-AMT.
065520     MOVE WS-PRV-ESA-REDUCTION-AMT (WS-PRV-SUB) TO
065540        SPR-SUM-ESA-REDUCTION-AMT.
065600     MOVE WS-PRV-WITHHOLD-AMT (WS-PRV-SUB) TO
065700        SPR-SUM-WITHHOLD-AMT.
065800     MOVE WS-PRV-INTEREST-AMT (WS-PRV-SUB) TO
065900        SPR-SUM-INTEREST-AMT.
066000     MOVE WS-PRV-CLAIMS-PAID-AMT (WS-PRV-SUB) TO
066100        SPR-SUM-CLAIMS-PAID-AMT.
066200     MOVE WS-PRV-REVERSED-AMT (WS-PRV-SUB) TO
066300        SPR-SUM-REVERSED-AMT.
066400     MOVE WS-PRV-OFFSET-AMT (WS-PRV-SUB) TO SPR-SUM-OFFSET-AMT.
066500     MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO SPR-SUM-NET-AMT.
066600     MOVE WS-PRV-PAYMENT-AMT (WS-PRV-SUB) TO
066700        SPR-SUM-PAYMENT-AMT.
066800     MOVE WS-PRV-TIE-SWITCH (WS-PRV-SUB) TO SPR-SUM-TIE-SWITCH.
066900     WRITE SPR-PRINT-RECORD.
067000/
067100 7000-PRINT-ADVICE-LINE.
067200     MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO RPT-A-PROVIDER.
067300     MOVE WS-PRV-NAME (WS-PRV-SUB)  TO RPT-A-PAYEE.
067400     MOVE WS-PRV-LINE-COUNT (WS-PRV-SUB) TO RPT-A-LINES.
067500     MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-A-NET-AMT.
067600     MOVE WS-PRV-PAYMENT-AMT (WS-PRV-SUB) TO RPT-A-PAYMENT-AMT.
067700     EVALUATE WS-PRV-PAY-METHOD (WS-PRV-SUB)
067800        WHEN 'E'
067900           MOVE 'EFT'               TO RPT-A-METHOD
068000           MOVE WS-PRV-TRACE-NUMBER (WS-PRV-SUB) TO
068100              RPT-A-REFERENCE
068200        WHEN 'C'
068300           MOVE 'CHECK'             TO RPT-A-METHOD
068400           MOVE WS-PRV-CHECK-NUMBER (WS-PRV-SUB) TO
068500              RPT-A-REFERENCE
068600        WHEN OTHER
068700           MOVE 'NONE'              TO RPT-A-METHOD
068800           MOVE ZERO                TO RPT-A-REFERENCE
068900     END-EVALUATE.
069000     EVALUATE TRUE
069100        WHEN NOT PRV-TIES (WS-PRV-SUB)
069200           MOVE '*** DOES NOT TIE ***' TO RPT-A-STATUS
069300        WHEN PRV-ADDRESS-MISSING (WS-PRV-SUB)
069400           MOVE 'NO MAILING ADDRESS' TO RPT-A-STATUS
069500        WHEN WS-PRV-PAY-METHOD (WS-PRV-SUB) = 'N'
069600           MOVE 'NET NOT DUE - NO PMT' TO RPT-A-STATUS
069700        WHEN OTHER
069800           MOVE 'TIES'              TO RPT-A-STATUS
069900     END-EVALUATE.
070000     WRITE SPRRPT-RECORD         FROM RPT-ADVICE-LINE.
070100/
070200******************************************************************
070300*  FIND A PROVIDER'S ENTRY.  WS-PRV-MATCH-SUB IS ZERO WHEN THE   *
070400*  PROVIDER HAS NO ENTRY - ON THE REGISTER PASSES, A PAYMENT TO  *
070500*  A PROVIDER WITH NOTHING ON TONIGHT'S REMIT.                   *
070600******************************************************************
070700 8000-FIND-PROVIDER.
070800     MOVE ZERO                      TO WS-PRV-MATCH-SUB.
070900     PERFORM 8010-MATCH-PROVIDER
071000        VARYING WS-PRV-SUB FROM 1 BY 1
071100        UNTIL WS-PRV-SUB > WS-PRV-COUNT
071200           OR WS-PRV-MATCH-SUB > ZERO.
071300/
071400 8010-MATCH-PROVIDER.
071500     IF WS-PRV-PROVIDER (WS-PRV-SUB) = WS-LOOK-PROVIDER  THEN
071600        MOVE WS-PRV-SUB             TO WS-PRV-MATCH-SUB
071700     END-IF.
071800/
071900******************************************************************
072000*  A NEW PROVIDER - THE PROVIDER MASTER SAYS WHETHER IT TAKES    *
072100*  PAPER; A PAPER-REMIT PROVIDER'S MAILING ADDRESS COMES FROM    *
072200*  THE PROVIDER TAX MASTER, AS THE CHECK PAYEE DOES.  ONE NOT ON *
072300*  THE PROVIDER MASTER IS TREATED AS ELECTRONIC.                 *
072400******************************************************************
072500 8020-ADD-PROVIDER.
072600     IF WS-PRV-COUNT NOT < WS-PRV-MAX  THEN
072700        DISPLAY 'ESCALSPR - MORE THAN ' WS-PRV-MAX
072800           ' PROVIDERS ON REMIT - NOTHING BUILT'
072900        MOVE 'Y'                    TO WS-TABLE-FULL-SWITCH
073000     ELSE
073100        ADD 1                       TO WS-PRV-COUNT
073200        MOVE WS-PRV-COUNT           TO WS-PRV-MATCH-SUB
073300        INITIALIZE WS-PRV-ENTRY (WS-PRV-MATCH-SUB)
073400        MOVE WS-LOOK-PROVIDER       TO
073500           WS-PRV-PROVIDER (WS-PRV-MATCH-SUB)
073600        MOVE 'N'                    TO
073700           WS-PRV-PAPER-SWITCH (WS-PRV-MATCH-SUB)
073800        MOVE WS-LOOK-PROVIDER       TO PRVF-PROVIDER-NUMBER
073900        READ PROVIDER-FILE
074000            INVALID KEY MOVE 'N' TO PRVF-PAPER-REMIT-INDIC
074100        END-READ
074200        IF PRVF-PAPER-REMIT  THEN
074300           MOVE 'Y'                 TO
074400              WS-PRV-PAPER-SWITCH (WS-PRV-MATCH-SUB)
074500           ADD 1                    TO WS-PAPER-PROVIDERS
074600           PERFORM 8030-TAKE-MAILING-ADDRESS
074700        END-IF
074800     END-IF.
074900/
075000 8030-TAKE-MAILING-ADDRESS.
075100     MOVE 'Y'                       TO
075200        WS-PRV-ADDRESS-SWITCH (WS-PRV-MATCH-SUB).
075300     MOVE WS-LOOK-PROVIDER          TO PTAX-PROVIDER-NUMBER.
075400     READ TAX-FILE
075500         INVALID KEY
075600           MOVE 'N'                 TO
075700              WS-PRV-ADDRESS-SWITCH (WS-PRV-MATCH-SUB)
075800     END-READ.
075900     IF PRV-ADDRESS-MISSING (WS-PRV-MATCH-SUB)  THEN
076000        STRING 'PROVIDER CCN ' WS-LOOK-PROVIDER
076100           DELIMITED BY SIZE
076200           INTO WS-PRV-NAME (WS-PRV-MATCH-SUB)
076300        DISPLAY 'ESCALSPR - PAPER-REMIT PROVIDER '
076400           WS-LOOK-PROVIDER ' HAS NO MAILING ADDRESS ON PTAXFILE'
076500     ELSE
076600        MOVE PTAX-LEGAL-NAME        TO
076700           WS-PRV-NAME (WS-PRV-MATCH-SUB)
076800        MOVE PTAX-ADDRESS           TO
076900           WS-PRV-ADDRESS (WS-PRV-MATCH-SUB)
077000        MOVE PTAX-CITY              TO
077100           WS-PRV-CITY (WS-PRV-MATCH-SUB)
077200        MOVE PTAX-STATE             TO
077300           WS-PRV-STATE (WS-PRV-MATCH-SUB)
077400        MOVE PTAX-ZIP               TO
077500           WS-PRV-ZIP (WS-PRV-MATCH-SUB)
077600     END-IF.
077700/
077800******************************************************************
077900*  WHAT A REMIT DETAIL ADDS TO (OR TAKES FROM) THE PAYMENT.  THE *
078000*  OUTLIER IS ADDED TO THE TWO-PLACE LINE AMOUNT THE WAY         *
078100*  ESCALEFT ADDS IT, SO THE FRACTIONS DROP THE SAME WAY.         *
078200******************************************************************
078300 8100-PRICE-LINE.
078400     IF REM-IS-REVERSAL  OR  REM-IS-OFFSET  THEN
078500        COMPUTE WS-LINE-PAID-AMT = ZERO - REM-GROSS-PAY-AMT
078600     ELSE
078700        MOVE REM-NET-PAY-AMT        TO WS-LINE-PAID-AMT
078800        ADD REM-OUTLIER-AMT         TO WS-LINE-PAID-AMT
078900     END-IF.
079000/
079100 8200-SET-SORT-KEY.
079200     MOVE SPACES                    TO SPR-PRINT-RECORD.
079300     MOVE WS-PRV-ZIP (WS-PRV-MATCH-SUB) TO SPR-SORT-ZIP.
079400     MOVE WS-PRV-ADDRESS (WS-PRV-MATCH-SUB) TO SPR-SORT-ADDRESS.
079500     MOVE WS-PRV-PROVIDER (WS-PRV-MATCH-SUB) TO
079600        SPR-SORT-PROVIDER.
079700     MOVE WS-PRV-PAYMENT-NUMBER (WS-PRV-MATCH-SUB) TO
079800        SPR-SORT-PAYMENT-NUMBER.
079900/
080000 8900-PRINT-TOTALS.
080100     MOVE SPACES                    TO SPRRPT-RECORD.
080200     WRITE SPRRPT-RECORD.
080300     MOVE ZERO                      TO RPT-T-AMOUNT.
080400     MOVE 'REMIT DETAILS READ'      TO RPT-T-LABEL.
080500     MOVE WS-REMIT-READ             TO RPT-T-COUNT.
080600     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
080700     MOVE 'PAPER-REMIT PROVIDERS'   TO RPT-T-LABEL.
080800     MOVE WS-PAPER-PROVIDERS        TO RPT-T-COUNT.
080900     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
081000     MOVE 'ADVICES BUILT - NET'     TO RPT-T-LABEL.
081100     MOVE WS-ADVICE-COUNT           TO RPT-T-COUNT.
081200     MOVE WS-ADVICE-NET-TOTAL       TO RPT-T-AMOUNT.
081300     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
081400     MOVE 'ADVICES BUILT - PAID'    TO RPT-T-LABEL.
081500     MOVE WS-ADVICE-PAID-TOTAL      TO RPT-T-AMOUNT.
081600     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
081700     MOVE ZERO                      TO RPT-T-AMOUNT.
081800     MOVE 'CLAIM LINES WRITTEN'     TO RPT-T-LABEL.
081900     MOVE WS-LINE-COUNT             TO RPT-T-COUNT.
082000     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
082100     MOVE 'PAID BY EFT'             TO RPT-T-LABEL.
082200     MOVE WS-EFT-MATCHED            TO RPT-T-COUNT.
082300     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
082400     MOVE 'PAID BY CHECK'           TO RPT-T-LABEL.
082500     MOVE WS-CHECK-MATCHED          TO RPT-T-COUNT.
082600     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
082700     MOVE 'ADVICES NOT TIED TO PAYMENT' TO RPT-T-LABEL.
082800     MOVE WS-NOT-TIED-COUNT         TO RPT-T-COUNT.
082900     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
083000     MOVE 'ADVICES WITH NO MAILING ADDRESS' TO RPT-T-LABEL.
083100     MOVE WS-NO-ADDRESS-COUNT       TO RPT-T-COUNT.
083200     WRITE SPRRPT-RECORD         FROM RPT-TOTAL-LINE.
083300     IF PROVIDER-TABLE-FULL  THEN
083400        MOVE '*** PROVIDER TABLE FULL - NOTHING BUILT' TO
083500           RPT-T-LABEL
083600        MOVE WS-PRV-COUNT           TO RPT-T-COUNT
083700        WRITE SPRRPT-RECORD      FROM RPT-TOTAL-LINE
083800     END-IF.
083900/
084000 9000-TERMINATE.
084100     CLOSE PROVIDER-FILE
084200           TAX-FILE
084300           REASON-MASTER
084400           EFT-REGISTER
084500           CHECK-REGISTER
084600           SPR-WORK-OUT
084700           SPR-REPORT.
084800
084900     DISPLAY 'ESCALSPR - ADVICES BUILT     ' WS-ADVICE-COUNT.
085000     DISPLAY 'ESCALSPR - CLAIM LINES       ' WS-LINE-COUNT.
085100     DISPLAY 'ESCALSPR - NOT TIED          ' WS-NOT-TIED-COUNT.
085200     DISPLAY 'ESCALSPR - NO ADDRESS        ' WS-NO-ADDRESS-COUNT.
085300
085400     EVALUATE TRUE
085500        WHEN PROVIDER-TABLE-FULL
085600           MOVE 16                  TO RETURN-CODE
085700        WHEN WS-NOT-TIED-COUNT > ZERO
085800           MOVE 4                   TO RETURN-CODE
085900        WHEN WS-NO-ADDRESS-COUNT > ZERO
086000           MOVE 4                   TO RETURN-CODE
086100        WHEN OTHER
086200           MOVE ZERO                TO RETURN-CODE
086300     END-EVALUATE.
