002103*           WITHHELD DOLLARS LEDGERED ON MRVWHLD; AND POSTS AN
002104*           EXACT BASE/TRNG/TDAP GL SPLIT LIKE THE RUN'S.
002105******************************************************************
002107* 10/15/2026 ESCALMRV - THE MBIXREF ENTRY NOW CARRIES THE CLAIM'S
002109*           MSP INDICATOR, SO THE ESCALMSP RECOVERY JOB CAN TELL
002111*           A LINE PAID AS PRIMARY FROM ONE PAID AS SECONDARY.
002113* 10/15/2026 ESCALMRV - THE PRICED-HISTORY APPEND IS STAMPED WITH
002115*           ITS RELEASE PATH ('M') FOR THE POST-PAYMENT DUPLICATE
002117*           AUDIT (ESCALPPD).
002119* 10/15/2026 ESCALMRV - THE PAST-DEADLINE AGING FLAG RUNS THE
002121*           PROMPT-PAY DEADLINE TO THE NEXT BUSINESS DAY ON THE
002123*           CALENDAR MASTER (ESCALBDY), THE SAME AS ESCALRUN'S
002125*           INTEREST CLOCK.
002127* 10/15/2026 ESCALMRV - REGISTERS ITS START AND END WITH THE
002129*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR), WITH ITS
002131*           RETURN CODE AND KEY COUNTS, FOR THE MORNING STATUS
002133*           BOARD (ESCALJSB).  THE START IS REFUSED - RETURN CODE
002135*           16, NOTHING TOUCHED - UNLESS ESCALBAL COMPLETED FOR
002137*           THE SAME RUN DATE AND THIS STEP HAS NOT ALREADY
002139*           COMPLETED FOR IT.
002141* 10/15/2026 ESCALMRV - THE PROMPT-PAY ROWS NOW COME FROM THE
002143*           EFFECTIVE-DATED PARAMETER MASTER (PARMMAST THROUGH
002145*           ESCALPRM) AS OF TODAY INSTEAD OF THE PPICTL FILE.
002147* 10/15/2026 ESCALMRV - A RELEASED LINE'S REMIT DETAIL NOW
002149*           CARRIES THE SEQUESTRATION AND NETWORK FEE THE RUN
002151*           TOOK OFF IT (REMCPY, NOW 140 BYTES), FOR THE PAPER
002153*           REMITTANCE (ESCALSPR).
002155* 10/15/2026 ESCALMRV - RECORD RESIZED FOR THE ESA MONITORING
002157*           FIELDS (READINGS AND ESA DRUG LINE) ADDED TO THE
002159*           CLAIM EXTRACT LAYOUT.  A RELEASED LINE'S REMIT
002161*           DETAIL CARRIES THE ESA MONITORING REDUCTION THE RUN
002163*           TOOK OFF IT, FROM THE QUEUE RECORD (MRQCPY, WHICH
002165*           GREW 730 TO 738).
002167******************************************************************
002200 DATE-COMPILED.
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003100     SELECT NEW-HOLDS-IN         ASSIGN TO MRVQUE
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT DECISIONS-IN         ASSIGN TO MRVDEC
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT HELD-QUEUE-OUT       ASSIGN TO MRVHLDO
003800         ORGANIZATION IS SEQUENTIAL.
005400 FD  HELD-QUEUE-IN
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700 01  MRVHLDI-RECORD                 PIC X(738).
005800/
005900 FD  NEW-HOLDS-IN
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 01  MRVQUE-RECORD                  PIC X(738).
006300/
006400 FD  DECISIONS-IN
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700 COPY MRDCPY.
006800/
007400 FD  HELD-QUEUE-OUT
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700 01  MRVHLDO-RECORD                 PIC X(738).
007800/
007900 FD  RELEASED-REMIT-OUT
008000     LABEL RECORDS ARE STANDARD
009400 FD  REPRICE-CLAIMS-OUT
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700 01  MRVCORR-RECORD                 PIC X(579).
009800/
009900 FD  DENIED-SUSPENSE-OUT
010000     LABEL RECORDS ARE STANDARD
013095 01  WS-RCM-EOF-SWITCH              PIC X(01) VALUE 'N'.
013096     88  RCM-END-OF-FILE                       VALUE 'Y'.
013100 01  WS-HELD-DAYS                   PIC S9(09).
013200 01  WS-DEADLINE-INT                PIC S9(09).
013250 01  WS-DEADLINE-DATE               PIC 9(08).
013300
013400******************************************************************
013500*  THE REVIEWERS' DECISIONS IN MEMORY.                           *
019650/
019660 COPY WHXCPY.
019700/
019711 COPY BDYCPY.
019722/
019733 COPY JSXCPY.
019744/
019755 COPY PPICPY.
019766/
019777 COPY PRMXCPY.
019788/
019800 PROCEDURE DIVISION.
019900
020000 0000-MAINLINE.
020001*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
020002*    TOUCHES NOTHING.
020003     PERFORM 0800-REGISTER-STEP-START.
020004     IF JSX-STEP-REFUSED  THEN
020005        MOVE 16                     TO RETURN-CODE
020006        GOBACK
020007     END-IF.
020008
020010*    THE BALANCING GATE SPEAKS FIRST - A HELD RUN DECIDES
020020*    NOTHING: MRVQUE STAYS UNREAD, MRVHLDI ROLLS FORWARD
020030*    UNTOUCHED, AND NO HISTORY, REMIT, GL, CROSS-REFERENCE,
020050     PERFORM 0900-CHECK-RELEASE-GATE.
020060     IF GATE-HELD  THEN
020070        MOVE 16                     TO RETURN-CODE
020075        PERFORM 0850-REGISTER-STEP-END
020080        GOBACK
020090     END-IF.
020095
020350     PERFORM 3550-WRITE-NETWORK-ACCUM.
020400     PERFORM 4000-PRINT-RUN-TOTALS.
020500     PERFORM 5000-TERMINATE.
020550     PERFORM 0850-REGISTER-STEP-END.
020600     GOBACK.
020601/
020602******************************************************************
020603*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
020604*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
020605*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
020606*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
020607*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
020608******************************************************************
020609 0800-REGISTER-STEP-START.
020610     MOVE 'S'                       TO JSX-FUNCTION.
020611     MOVE 'ESCALMRV'                TO JSX-STEP-NAME.
020612     MOVE ZERO                      TO JSX-RUN-DATE.
020613     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
020614     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
020615/
020616 0850-REGISTER-STEP-END.
020617     MOVE 'E'                       TO JSX-FUNCTION.
020618     MOVE RETURN-CODE               TO JSX-STEP-RC.
020619     MOVE 'PAID'                    TO JSX-COUNT-LABEL (1).
020620     MOVE WS-PAID-COUNT             TO JSX-COUNT (1).
020621     MOVE 'DENIED'                  TO JSX-COUNT-LABEL (2).
020622     MOVE WS-DENIED-COUNT           TO JSX-COUNT (2).
020623     MOVE 'CARRIED'                 TO JSX-COUNT-LABEL (3).
020624     MOVE WS-CARRIED-COUNT          TO JSX-COUNT (3).
020625     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
020626     MOVE JSX-STEP-RC               TO RETURN-CODE.
020627/
020628 0900-CHECK-RELEASE-GATE.
020630     OPEN INPUT RELEASE-FLAG-IN.
020640     READ RELEASE-FLAG-IN
020650         AT END
021300     PERFORM 1100-LOAD-ONE-DECISION UNTIL DEC-END-OF-FILE.
021400     CLOSE DECISIONS-IN.
021500
021600     MOVE 'PPICTL'                  TO PRMX-FAMILY.
021650     PERFORM 1210-READ-FIRST-PARAMETER.
021700     PERFORM 1200-LOAD-ONE-PPI-ROW UNTIL PPIC-END-OF-FILE.
021900
021950     PERFORM 1300-LOAD-REASON-MASTER.
021960
025200     END-READ.
025300/
025400 1200-LOAD-ONE-PPI-ROW.
025500     IF NOT PRMX-ROW-RETURNED  THEN
025600        MOVE 'Y'                    TO WS-PPIC-EOF-SWITCH
025700     ELSE
025800        MOVE PRMX-VALUE-IMAGE       TO PROMPT-PAY-CONTROL-RECORD
025900        IF WS-PPI-COUNT < 20  THEN
026000           ADD 1                    TO WS-PPI-COUNT
026100           MOVE PPIC-EFF-DATE       TO
026200              WS-PPI-EFF-DATE (WS-PPI-COUNT)
026300           MOVE PPIC-END-DATE       TO
026400              WS-PPI-END-DATE (WS-PPI-COUNT)
026500           MOVE PPIC-DEADLINE-DAYS TO
026600              WS-PPI-DEADLINE-DAYS (WS-PPI-COUNT)
026700        ELSE
026800           MOVE 'Y'                 TO WS-PPIC-EOF-SWITCH
026900        END-IF
026908        PERFORM 1220-READ-NEXT-PARAMETER
026916     END-IF.
026924/
026932 1210-READ-FIRST-PARAMETER.
026940     MOVE 'F'                       TO PRMX-FUNCTION.
026948     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
026956     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
026964/
026972 1220-READ-NEXT-PARAMETER.
026980     MOVE 'N'                       TO PRMX-FUNCTION.
026988     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
027000/
027010 1300-LOAD-REASON-MASTER.
027020     PERFORM VARYING WS-RCM-SUB FROM 1 BY 1
034000     MOVE MRQ-NET-PAY-AMT           TO REM-NET-PAY-AMT.
034100     MOVE ZERO                      TO REM-RECEIPT-DATE
034200                                       REM-ANCILLARY-AMT
034210                                       REM-WITHHOLD-AMT
034211                                       REM-SEQUESTRATION-AMT
034212                                       REM-NETWORK-FEE-AMT
034213                                       REM-INTEREST-AMT
034214                                       REM-ESA-REDUCTION-AMT.
034215     IF MRQ-SEQUESTRATION-AMT NUMERIC  THEN
034216        MOVE MRQ-SEQUESTRATION-AMT  TO REM-SEQUESTRATION-AMT
034217     END-IF.
034218     IF MRQ-NETWORK-FEE-AMT NUMERIC  THEN
034219        MOVE MRQ-NETWORK-FEE-AMT    TO REM-NETWORK-FEE-AMT
034220     END-IF.
034221     IF MRQ-ESA-REDUCTION-AMT NUMERIC  THEN
034222        MOVE MRQ-ESA-REDUCTION-AMT  TO REM-ESA-REDUCTION-AMT
034223     END-IF.
034224*    A CMS WITHHOLD/SUSPENSION ORDER BINDS A REVIEW RELEASE
034230*    LIKE EVERY OTHER PAYMENT - THE NIGHTLY RUN'S 2218 NEVER
034240*    SAW THIS LINE, SO THE CHECK RUNS HERE.
034250     PERFORM 3120-APPLY-WITHHOLD-ORDER.
035600     MOVE SPACES                    TO PH-CALC-VERSION.
035700     MOVE MRQ-DEDUCTIBLE-AMT        TO PH-DEDUCTIBLE-AMT.
035800     MOVE MRQ-COINSURANCE-AMT       TO PH-COINSURANCE-AMT.
035850     MOVE 'M'                       TO PH-RELEASE-PATH.
035900     WRITE PRICED-HISTORY-RECORD.
035910
035920     PERFORM 3180-WRITE-MBI-XREF.
042965     MOVE CX-REV-CODE               TO BHX-REV-CODE.
042966     MOVE WS-TODAY                  TO BHX-PRICED-DATE.
042967     MOVE CX-PROVIDER-NUMBER        TO BHX-PROVIDER-NUMBER.
042970     MOVE CX-MSP-INDICATOR          TO BHX-MSP-INDICATOR.
042973     MOVE MRQ-PPS-RTC               TO BHX-PPS-RTC.
042976     COMPUTE BHX-PAID-AMT ROUNDED =
042979        MRQ-FINAL-PAY-AMT + MRQ-OUT-PAYMENT-AMT.
042982     MOVE MRQ-DEDUCTIBLE-AMT        TO BHX-DEDUCTIBLE-AMT.
042985     MOVE MRQ-COINSURANCE-AMT       TO BHX-COINSURANCE-AMT.
042988     WRITE BENE-HISTORY-XREF-RECORD
042991         INVALID KEY CONTINUE
042994     END-WRITE.
042997/
043000 3200-SEND-TO-REPRICE.
043100     ADD 1                          TO WS-REPRICE-COUNT.
043200     WRITE MRVCORR-RECORD  FROM CLAIM-EXTRACT-RECORD.
047200******************************************************************
047300*  AGING - A HOLD WHOSE DAYS SINCE THE CLAIM RECEIPT DATE HAVE   *
047400*  PASSED THE PROMPT-PAY DEADLINE IS ALREADY ACCRUING INTEREST   *
047500*  AND LEADS THE REPORT.  A DEADLINE ON A DAY THAT IS NOT A      *
047550*  BUSINESS DAY RUNS TO THE NEXT ONE (ESCALBDY 'R').             *
047600******************************************************************
047700 3700-CHECK-DEADLINE.
047800     MOVE CX-CLAIM-NUMBER           TO RPT-CLAIM-NUMBER.
049400           END-IF
049500        END-PERFORM
049600        IF WS-DEADLINE-DAYS > ZERO  THEN
049700           COMPUTE WS-DEADLINE-INT =
049800              FUNCTION INTEGER-OF-DATE(CX-CLAIM-RECEIPT-DATE) +
049900              WS-DEADLINE-DAYS
050000           COMPUTE WS-DEADLINE-DATE =
050010              FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT)
050020           MOVE 'R'                 TO BDY-FUNCTION
050030           MOVE WS-DEADLINE-DATE    TO BDY-FROM-DATE
050040           CALL 'ESCALBDY'       USING BUSINESS-DAY-REQUEST
050050           IF BDY-REQUEST-OK  THEN
050060              COMPUTE WS-DEADLINE-INT =
050070                 FUNCTION INTEGER-OF-DATE(BDY-RESULT-DATE)
050080           END-IF
050090           IF WS-TODAY-INT > WS-DEADLINE-INT  THEN
050100              ADD 1                 TO WS-OVERDUE-COUNT
050200              MOVE 'STILL HELD - PAST PROMPT-PAY DEADLINE' TO
050300                                    RPT-RESULT-TEXT
