002120*           FLAG (PRCRELF, SEE ESCALBAL) BEFORE RUNNING - A
002130*           HELD RUN RELEASES NOTHING AND THE HOLD FILE IS
002140*           LEFT UNTOUCHED.
002142* 10/15/2026 ESCALFLR - A FLOOR THAT ENDS ON A WEEKEND, A FEDERAL
002144*           HOLIDAY, OR A BANK NON-SETTLEMENT DAY NOW RUNS TO THE
002146*           NEXT BUSINESS DAY ON THE CALENDAR MASTER (ESCALBDY),
002148*           THE SAME WAY THE PROMPT-PAY DEADLINE ROLLS IN
002150*           ESCALRUN, SO NOTHING RELEASES INTO A DAY THE BANK
002152*           CANNOT SETTLE.
002154* 10/15/2026 ESCALFLR - REGISTERS ITS START AND END WITH THE
002156*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR), WITH ITS
002158*           RETURN CODE AND KEY COUNTS, FOR THE MORNING STATUS
002160*           BOARD (ESCALJSB).  THE START IS REFUSED - RETURN CODE
002162*           16, NOTHING TOUCHED - UNLESS ESCALBAL COMPLETED FOR
002164*           THE SAME RUN DATE AND THIS STEP HAS NOT ALREADY
002166*           COMPLETED FOR IT.
002168* 10/15/2026 ESCALFLR - THE PAYMENT-FLOOR ROWS NOW COME FROM THE
002170*           EFFECTIVE-DATED PARAMETER MASTER (PARMMAST THROUGH
002172*           ESCALPRM) AS OF TODAY INSTEAD OF THE FLRCTL FILE.
002174* 10/15/2026 ESCALFLR - THE REMIT RECORD IS NOW 140 BYTES (REMCPY
002176*           CARRIES EACH DETAIL'S REDUCTIONS AND INTEREST).
002178* 10/15/2026 ESCALFLR - EVERY PAID LINE OF AN ORIGINAL CLEAN CLAIM
002180*           RELEASED TONIGHT, FROM THE HOLD FILE OR STRAIGHT
002182*           THROUGH, IS APPENDED TO THE CLEAN-CLAIM RELEASE LOG
002184*           (FLRLOG, SEE CCRLCPY) WITH ITS RECEIPT DATE AND
002186*           TONIGHT'S DATE, FOR THE MONTHLY CLEAN-CLAIM
002188*           TIMELINESS REPORT (ESCALCCT).
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT HELD-REMIT-IN        ASSIGN TO REMHLDI
003300         ORGANIZATION IS SEQUENTIAL.
003600     SELECT RELEASED-REMIT-OUT   ASSIGN TO PRCREMR
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT HELD-REMIT-OUT       ASSIGN TO REMHLDO
004000     SELECT RELEASE-REPORT       ASSIGN TO FLRRPT
004100         ORGANIZATION IS SEQUENTIAL.
004110     SELECT RELEASE-FLAG-IN      ASSIGN TO PRCRELF
004113         ORGANIZATION IS SEQUENTIAL.
004116     SELECT CLEAN-CLAIM-LOG-OUT  ASSIGN TO FLRLOG
004120         ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
005000 FD  HELD-REMIT-IN
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  REMHLDI-RECORD                 PIC X(140).
005900/
006000 FD  RELEASED-REMIT-OUT
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  PRCREMR-RECORD                 PIC X(140).
006400/
006500 FD  HELD-REMIT-OUT
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 01  REMHLDO-RECORD                 PIC X(140).
006900/
007000 FD  RELEASE-REPORT
007100     LABEL RECORDS ARE STANDARD
007330     LABEL RECORDS ARE STANDARD
007340     RECORDING MODE IS F.
007350 COPY RELFCPY.
007358/
007366 FD  CLEAN-CLAIM-LOG-OUT
007374     LABEL RECORDS ARE STANDARD
007382     RECORDING MODE IS F.
007390 COPY CCRLCPY.
007400/
007500 WORKING-STORAGE SECTION.
007600 01  W-STORAGE-REF                  PIC X(46) VALUE
009820 01  WS-GATE-SWITCH                 PIC X(01) VALUE 'N'.
009830     88  GATE-RELEASED                         VALUE 'Y'.
009840     88  GATE-HELD                             VALUE 'N'.
009855 01  WS-SOURCE-SWITCH               PIC X(01) VALUE 'N'.
009870     88  RECORD-FROM-HOLD-FILE                 VALUE 'Y'.
009885     88  RECORD-FROM-TONIGHT                   VALUE 'N'.
009900 01  WS-TODAY                       PIC 9(08).
010000 01  WS-TODAY-INT                   PIC S9(09).
010100 01  WS-ELIGIBLE-INT                PIC S9(09).
010125 01  WS-ELIGIBLE-DATE               PIC 9(08).
010150
010175 COPY BDYCPY.
010200
010300******************************************************************
010400*  EFFECTIVE-DATED FLOOR-DAYS ROWS IN MEMORY, PICKED BY THE      *
011400 01  WS-FLOOR-DAYS-IN-EFFECT        PIC 9(03).
011500
011600 01  WS-RELEASED-COUNT              PIC 9(07) VALUE ZERO.
011633 01  WS-LOGGED-COUNT                PIC 9(07) VALUE ZERO.
011666 01  WS-LOGGED-NET-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
011700 01  WS-RELEASED-GROSS-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
011800 01  WS-RELEASED-NET-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
011900 01  WS-RELEASED-REVERSED-TOTAL     PIC 9(11)V9(02) VALUE ZERO.
013500     05  FILLER                     PIC X(02) VALUE SPACES.
013600     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
013700/
013714 COPY JSXCPY.
013728/
013742 COPY FLRCCPY.
013756/
013770 COPY PRMXCPY.
013784/
013800 PROCEDURE DIVISION.
013900
014000 0000-MAINLINE.
014001*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
014002*    TOUCHES NOTHING.
014003     PERFORM 0800-REGISTER-STEP-START.
014004     IF JSX-STEP-REFUSED  THEN
014005        MOVE 16                     TO RETURN-CODE
014006        GOBACK
014007     END-IF.
014008
014010*    THE BALANCING GATE SPEAKS FIRST - A HELD RUN RELEASES
014020*    NOTHING AND THE HOLD FILE IS LEFT EXACTLY AS IT WAS.
014030     PERFORM 0900-CHECK-RELEASE-GATE.
014040     IF GATE-HELD  THEN
014050        MOVE 16                     TO RETURN-CODE
014055        PERFORM 0850-REGISTER-STEP-END
014060        GOBACK
014070     END-IF.
014080
014400     PERFORM 4000-WRITE-RELEASED-TRAILER.
014500     PERFORM 6000-PRINT-RUN-TOTALS.
014600     PERFORM 7000-TERMINATE.
014650     PERFORM 0850-REGISTER-STEP-END.
014700     GOBACK.
014703/
014706******************************************************************
014709*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
014712*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
014715*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
014718*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
014721*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
014724******************************************************************
014727 0800-REGISTER-STEP-START.
014730     MOVE 'S'                       TO JSX-FUNCTION.
014733     MOVE 'ESCALFLR'                TO JSX-STEP-NAME.
014736     MOVE ZERO                      TO JSX-RUN-DATE.
014739     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
014742     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
014745/
014748 0850-REGISTER-STEP-END.
014751     MOVE 'E'                       TO JSX-FUNCTION.
014754     MOVE RETURN-CODE               TO JSX-STEP-RC.
014757     MOVE 'RELEASED'                TO JSX-COUNT-LABEL (1).
014760     MOVE WS-RELEASED-COUNT         TO JSX-COUNT (1).
014763     MOVE 'RIPENED'                 TO JSX-COUNT-LABEL (2).
014766     MOVE WS-RIPENED-COUNT          TO JSX-COUNT (2).
014769     MOVE 'HELD'                    TO JSX-COUNT-LABEL (3).
014772     MOVE WS-HELD-COUNT             TO JSX-COUNT (3).
014775     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
014778     MOVE JSX-STEP-RC               TO RETURN-CODE.
014800/
014810 0900-CHECK-RELEASE-GATE.
014820     OPEN INPUT RELEASE-FLAG-IN.
015700     OPEN OUTPUT RELEASED-REMIT-OUT.
015800     OPEN OUTPUT HELD-REMIT-OUT.
015900     OPEN OUTPUT RELEASE-REPORT.
015950     OPEN EXTEND CLEAN-CLAIM-LOG-OUT.
016000
016100     WRITE FLRRPT-RECORD         FROM RPT-HEADING-1.
016200
016400     PERFORM 3900-READ-NEXT-REMIT.
016500/
016600 1100-LOAD-FLOOR-CONTROL.
016700     MOVE 'FLRCTL'                  TO PRMX-FAMILY.
016750     PERFORM 1120-READ-FIRST-PARAMETER.
016800     PERFORM 1110-LOAD-ONE-FLOOR-ROW
016900        UNTIL FLRC-END-OF-FILE.
017100/
017200 1110-LOAD-ONE-FLOOR-ROW.
017300     IF NOT PRMX-ROW-RETURNED  THEN
017400        MOVE 'Y'                    TO WS-FLRC-EOF-SWITCH
017500     ELSE
017600        MOVE PRMX-VALUE-IMAGE       TO FLOOR-CONTROL-RECORD
017700        IF WS-FLR-COUNT < 20  THEN
017800           ADD 1                    TO WS-FLR-COUNT
017900           MOVE FLRC-EFF-DATE       TO
018000              WS-FLR-EFF-DATE (WS-FLR-COUNT)
018100           MOVE FLRC-END-DATE       TO
018200              WS-FLR-END-DATE (WS-FLR-COUNT)
018300           MOVE FLRC-FLOOR-DAYS     TO
018400              WS-FLR-FLOOR-DAYS (WS-FLR-COUNT)
018500        ELSE
018600           DISPLAY 'ESCALFLR - MORE THAN 20 FLRCTL ROWS - '
018700              'EXTRAS IGNORED'
018800           MOVE 'Y'                 TO WS-FLRC-EOF-SWITCH
018900        END-IF
018908        PERFORM 1130-READ-NEXT-PARAMETER
018916     END-IF.
018924/
018932 1120-READ-FIRST-PARAMETER.
018940     MOVE 'F'                       TO PRMX-FUNCTION.
018948     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
018956     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
018964/
018972 1130-READ-NEXT-PARAMETER.
018980     MOVE 'N'                       TO PRMX-FUNCTION.
018988     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
019000/
019100******************************************************************
019200*  THE CARRIED HOLD FILE GOES FIRST, SO WHAT RIPENED OVERNIGHT   *
019400******************************************************************
019500 2000-PROCESS-HELD-FILE.
019600     MOVE REMHLDI-RECORD            TO REMIT-DETAIL-RECORD.
019650     MOVE 'Y'                       TO WS-SOURCE-SWITCH.
019700     PERFORM 5000-CHECK-FLOOR-ELIGIBILITY.
019800     IF RECORD-RELEASES  THEN
019900        ADD 1                       TO WS-RIPENED-COUNT
020900     END-READ.
021000/
021100 3000-PROCESS-TONIGHT.
021150     MOVE 'N'                       TO WS-SOURCE-SWITCH.
021200     PERFORM 5000-CHECK-FLOOR-ELIGIBILITY.
021300     IF RECORD-RELEASES  THEN
021400        PERFORM 5100-RELEASE-RECORD
023800*  CLAIM.  REVERSALS, REJECT DETAILS, AND OFFSET RECORDS CARRY   *
023900*  ZERO AND RELEASE AT ONCE, SO NOTHING THE DOWNSTREAM NETTING   *
024000*  NEEDS IS EVER HELD APART FROM ITS CLAIM.                      *
024033*  A FLOOR ENDING ON A DAY THAT IS NOT A BUSINESS DAY RUNS TO    *
024066*  THE NEXT ONE (ESCALBDY 'R').                                  *
024100******************************************************************
024200 5000-CHECK-FLOOR-ELIGIBILITY.
024300     MOVE 'Y'                       TO WS-RELEASE-SWITCH.
026100           COMPUTE WS-ELIGIBLE-INT =
026200              FUNCTION INTEGER-OF-DATE(REM-RECEIPT-DATE) +
026300              WS-FLOOR-DAYS-IN-EFFECT
026310           COMPUTE WS-ELIGIBLE-DATE =
026320              FUNCTION DATE-OF-INTEGER(WS-ELIGIBLE-INT)
026330           MOVE 'R'                 TO BDY-FUNCTION
026340           MOVE WS-ELIGIBLE-DATE    TO BDY-FROM-DATE
026350           CALL 'ESCALBDY'       USING BUSINESS-DAY-REQUEST
026360           IF BDY-REQUEST-OK  THEN
026370              COMPUTE WS-ELIGIBLE-INT =
026380                 FUNCTION INTEGER-OF-DATE(BDY-RESULT-DATE)
026390           END-IF
026400           IF WS-TODAY-INT < WS-ELIGIBLE-INT  THEN
026500              MOVE 'N'              TO WS-RELEASE-SWITCH
026600           END-IF
027900           ADD REM-GROSS-PAY-AMT    TO WS-RELEASED-GROSS-TOTAL
028000           ADD REM-NET-PAY-AMT      TO WS-RELEASED-NET-TOTAL
028100     END-EVALUATE.
028103     IF REM-IS-DETAIL  AND
028106        REM-RECEIPT-DATE NUMERIC  AND
028109        REM-RECEIPT-DATE > ZERO  THEN
028112        PERFORM 5150-LOG-CLEAN-CLAIM
028115     END-IF.
028118/
028121******************************************************************
028124*  A PAID LINE OF AN ORIGINAL CLEAN CLAIM GOES ON THE RELEASE    *
028127*  LOG WITH TONIGHT'S DATE - THE NIGHT ESCALEFT PAYS IT - FOR    *
028130*  THE MONTHLY CLEAN-CLAIM TIMELINESS REPORT (ESCALCCT).         *
028133******************************************************************
028136 5150-LOG-CLEAN-CLAIM.
028139     MOVE SPACES                    TO CLEAN-CLAIM-RELEASE-RECORD.
028142     MOVE WS-TODAY                  TO CCRL-RELEASE-DATE.
028145     MOVE REM-CLAIM-NUMBER          TO CCRL-CLAIM-NUMBER.
028148     MOVE REM-PROVIDER-NUMBER       TO CCRL-PROVIDER-NUMBER.
028151     MOVE REM-RECEIPT-DATE          TO CCRL-RECEIPT-DATE.
028154     IF RECORD-FROM-HOLD-FILE  THEN
028157        MOVE 'Y'                    TO CCRL-HELD-SWITCH
028160     ELSE
028163        MOVE 'N'                    TO CCRL-HELD-SWITCH
028166     END-IF.
028169     MOVE REM-NET-PAY-AMT           TO CCRL-NET-PAY-AMT.
028172     MOVE REM-INTEREST-AMT          TO CCRL-INTEREST-AMT.
028175     WRITE CLEAN-CLAIM-RELEASE-RECORD.
028178     ADD 1                          TO WS-LOGGED-COUNT.
028181     ADD REM-NET-PAY-AMT            TO WS-LOGGED-NET-TOTAL.
028200/
028300 5200-HOLD-RECORD.
028400     WRITE REMHLDO-RECORD  FROM REMIT-DETAIL-RECORD.
031700     MOVE WS-HELD-COUNT             TO RPT-TOTAL-COUNT.
031800     MOVE WS-HELD-GROSS-TOTAL       TO RPT-TOTAL-AMT.
031900     WRITE FLRRPT-RECORD  FROM RPT-TOTAL-LINE.
031916
031932     MOVE 'CLEAN-CLAIM LINES LOGGED  . .'  TO RPT-TOTAL-TEXT.
031948     MOVE WS-LOGGED-COUNT           TO RPT-TOTAL-COUNT.
031964     MOVE WS-LOGGED-NET-TOTAL       TO RPT-TOTAL-AMT.
031980     WRITE FLRRPT-RECORD  FROM RPT-TOTAL-LINE.
032000/
032100 7000-TERMINATE.
032200     CLOSE REMIT-EXTRACT-IN
032300           HELD-REMIT-IN
032400           RELEASED-REMIT-OUT
032500           HELD-REMIT-OUT
032600           RELEASE-REPORT
032610           CLEAN-CLAIM-LOG-OUT.
