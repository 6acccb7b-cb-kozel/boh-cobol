001700*           OR FILING LIMIT OUTSIDE REASON.  EVERY CHECK PRINTS
001800*           PASS OR FAIL, SO THE 2 A.M. OPERATOR KNOWS EXACTLY
001900*           WHICH CARD TO PULL.
001912* 10/15/2026 ESCALVCK - THE CONTROL VALUES ARE NOW READ FROM THE
001924*           EFFECTIVE-DATED PARAMETER MASTER (PARMMAST THROUGH
001936*           ESCALPRM) AS OF TODAY - THE SAME ROWS TONIGHT'S RUN
001948*           WILL USE - INSTEAD OF THE EIGHT CONTROL FILES.
001960* 10/15/2026 ESCALVCK - THE PBVCTL (BANKING VERIFICATION), DMDCTL
001972*           (DEMAND LETTER CYCLE) AND RTQLIMIT (RETROACTIVE-CHANGE
001984*           LOOKBACK) ROWS ARE CHECKED TOO.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
004400     SELECT VALIDATION-REPORT    ASSIGN TO VCKRPT
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
008900 FD  VALIDATION-REPORT
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F.
011300 01  WS-PREV-END-INT                PIC S9(09).
011400 01  WS-THIS-EFF-INT                PIC S9(09).
011500 01  WS-FILE-NAME                   PIC X(08).
011550 01  WS-TODAY                       PIC 9(08).
011600
011700 01  RPT-HEADING-1.
011800     05  FILLER                     PIC X(05) VALUE SPACES.
013300         'VALIDATION RESULT - '.
013400     05  RPT-STATUS-TEXT            PIC X(48).
013500/
013504 COPY REDCCPY.
013508/
013512 COPY DEDCCPY.
013516/
013520 COPY TRNCCPY.
013524/
013528 COPY DUPCCPY.
013532/
013536 COPY PPICPY.
013540/
013544 COPY EQRCCPY.
013548/
013552 COPY FLRCCPY.
013556/
013560 COPY TFLCCPY.
013564/
013568 COPY PBVCCPY.
013572/
013576 COPY DMDCCPY.
013580/
013584 COPY RTQLCPY.
013588/
013592 COPY PRMXCPY.
013596/
013600 PROCEDURE DIVISION.
013700
013800 0000-MAINLINE.
014500     PERFORM 5500-CHECK-EQRSCTL.
014600     PERFORM 6000-CHECK-FLRCTL.
014700     PERFORM 6500-CHECK-TFLCTL.
014725     PERFORM 6600-CHECK-PBVCTL.
014750     PERFORM 6700-CHECK-DMDCTL.
014775     PERFORM 6800-CHECK-RTQLIMIT.
014800     PERFORM 8000-PRINT-VERDICT.
014900     PERFORM 9000-TERMINATE.
015000     GOBACK.
015100/
015200 1000-INITIALIZE.
015250     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
015300     OPEN OUTPUT VALIDATION-REPORT.
015400     WRITE VCKRPT-RECORD         FROM RPT-HEADING-1.
015500/
017000     MOVE '*** FAIL'                TO RPT-RESULT.
017100     WRITE VCKRPT-RECORD  FROM RPT-CHECK-LINE.
017200/
017206******************************************************************
017212*  THE CONTROL VALUES ARE THE ROWS IN FORCE TODAY ON THE         *
017218*  PARAMETER MASTER (PARMMAST THROUGH ESCALPRM) - EXACTLY WHAT   *
017224*  TONIGHT'S ESCALRUN WILL PRICE WITH.                           *
017230******************************************************************
017236 1300-READ-FIRST-PARAMETER.
017242     MOVE 'F'                       TO PRMX-FUNCTION.
017248     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
017254     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
017260/
017266 1400-READ-NEXT-PARAMETER.
017272     MOVE 'N'                       TO PRMX-FUNCTION.
017278     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
017284/
017300 2000-CHECK-REDCTL.
017400     MOVE 'REDCTL  '                TO WS-FILE-NAME.
017500     MOVE 'N'                       TO WS-EOF-SWITCH.
017600     MOVE ZERO                      TO WS-PREV-EFF-DATE
017700                                       WS-PREV-END-DATE
017800                                       WS-ROW-COUNT.
017900     MOVE 'REDCTL'                  TO PRMX-FAMILY.
017950     PERFORM 1300-READ-FIRST-PARAMETER.
018000     PERFORM 2100-CHECK-ONE-REDCTL UNTIL END-OF-FILE.
018200     IF WS-ROW-COUNT = ZERO  THEN
018300        MOVE 'NO ROW IN FORCE - NO REDUCTIONS WILL APPLY' TO
018400                                    RPT-CHECK-TEXT
018500        PERFORM 1200-REPORT-FAIL
018600     END-IF.
018700/
018800 2100-CHECK-ONE-REDCTL.
018900     IF NOT PRMX-ROW-RETURNED  THEN
019000        MOVE 'Y'                    TO WS-EOF-SWITCH
019100     ELSE
019200        MOVE PRMX-VALUE-IMAGE       TO REDUCTION-CONTROL-RECORD
019300        ADD 1                       TO WS-ROW-COUNT
019400*       THE SEQUESTRATION PERCENTAGE IS A FRACTION - THE
019500*       LEGAL RANGE HAS NEVER LEFT ZERO TO TEN PERCENT.
019600        IF REDC-SEQUESTRATION-PCT > 0.10  THEN
019650           MOVE 'SEQUESTRATION PCT OVER 10 PERCENT' TO
019700                                    RPT-CHECK-TEXT
019800           PERFORM 1200-REPORT-FAIL
019900        ELSE
020000           MOVE 'SEQUESTRATION PCT IN LEGAL RANGE' TO
020100                                    RPT-CHECK-TEXT
020200           PERFORM 1100-REPORT-PASS
020300        END-IF
020400        IF REDC-NETWORK-FEE-PER-TREAT > 50  THEN
020500           MOVE 'NETWORK FEE PER TREATMENT OVER 50 DOLLARS'
020600                                    TO RPT-CHECK-TEXT
020700           PERFORM 1200-REPORT-FAIL
020800        END-IF
020810        MOVE REDC-EFF-DATE          TO WS-CHECK-EFF-DATE
020820        MOVE REDC-END-DATE          TO WS-CHECK-END-DATE
020900        PERFORM 7000-CHECK-DATE-RANGE
021000        PERFORM 1400-READ-NEXT-PARAMETER
021050     END-IF.
021100/
021200 3000-CHECK-DEDCTL.
021300     MOVE 'DEDCTL  '                TO WS-FILE-NAME.
021400     MOVE 'N'                       TO WS-EOF-SWITCH.
021500     MOVE ZERO                      TO WS-ROW-COUNT.
021600     MOVE 'DEDCTL'                  TO PRMX-FAMILY.
021650     PERFORM 1300-READ-FIRST-PARAMETER.
021700     PERFORM 3100-CHECK-ONE-DEDCTL UNTIL END-OF-FILE.
021900/
022000 3100-CHECK-ONE-DEDCTL.
022100     IF NOT PRMX-ROW-RETURNED  THEN
022200        MOVE 'Y'                    TO WS-EOF-SWITCH
022300     ELSE
022400        MOVE PRMX-VALUE-IMAGE       TO
022500                                    DEDUCTIBLE-AMOUNT-CONTROL-REC
022600        ADD 1                       TO WS-ROW-COUNT
022633        IF DEDC-ANNUAL-AMOUNT = ZERO  THEN
022666           MOVE 'ANNUAL DEDUCTIBLE AMOUNT IS ZERO' TO
022700                                    RPT-CHECK-TEXT
022800           PERFORM 1200-REPORT-FAIL
022900        ELSE
023000           MOVE 'ANNUAL DEDUCTIBLE AMOUNT PLAUSIBLE' TO
023100                                    RPT-CHECK-TEXT
023200           PERFORM 1100-REPORT-PASS
023300        END-IF
023400        PERFORM 1400-READ-NEXT-PARAMETER
023450     END-IF.
023500/
023600 4000-CHECK-TRNLIMIT.
023700     MOVE 'TRNLIMIT'                TO WS-FILE-NAME.
023800     MOVE 'N'                       TO WS-EOF-SWITCH.
023900     MOVE 'TRNLIMIT'                TO PRMX-FAMILY.
024000     PERFORM 1300-READ-FIRST-PARAMETER.
024100     IF NOT PRMX-ROW-RETURNED  THEN
024200        MOVE 'Y'                    TO WS-EOF-SWITCH
024300        MOVE 'NONE IN FORCE - COMPILED DEFAULTS GOVERN' TO
024307                                    RPT-CHECK-TEXT
024314        PERFORM 1100-REPORT-PASS
024321     ELSE
024328        MOVE PRMX-VALUE-IMAGE       TO
024335                                    TRAINING-LIMIT-CONTROL-RECORD
024342        IF TRNC-INITIAL-SESSION-LIMIT = ZERO  OR
024349           TRNC-RETRAIN-SESSION-LIMIT = ZERO  THEN
024356           MOVE 'A LIFETIME SESSION LIMIT IS ZERO' TO
024363                                    RPT-CHECK-TEXT
024370           PERFORM 1200-REPORT-FAIL
024377        ELSE
024384           MOVE 'SESSION LIMITS PLAUSIBLE' TO
024400                                    RPT-CHECK-TEXT
024500           PERFORM 1100-REPORT-PASS
024600        END-IF
024700     END-IF.
025900/
026000 4500-CHECK-DUPRETN.
026100     MOVE 'DUPRETN '                TO WS-FILE-NAME.
026200     MOVE 'DUPRETN'                 TO PRMX-FAMILY.
026300     PERFORM 1300-READ-FIRST-PARAMETER.
026400     IF NOT PRMX-ROW-RETURNED  THEN
026500        MOVE 'NONE IN FORCE - COMPILED 30-DAY DEFAULT GOVERNS' TO
026508                                    RPT-CHECK-TEXT
026516        PERFORM 1100-REPORT-PASS
026524     ELSE
026532        MOVE PRMX-VALUE-IMAGE       TO
026540                                    DUP-RETENTION-CONTROL-RECORD
026548        IF DUPC-RETENTION-DAYS = ZERO  THEN
026556           MOVE 'DUPLICATE RETENTION IS ZERO DAYS' TO
026564                                    RPT-CHECK-TEXT
026572           PERFORM 1200-REPORT-FAIL
026580        ELSE
026588           MOVE 'DUPLICATE RETENTION PLAUSIBLE' TO
026600                                    RPT-CHECK-TEXT
026700           PERFORM 1100-REPORT-PASS
026800        END-IF
026900     END-IF.
028000/
028100 5000-CHECK-PPICTL.
028200     MOVE 'PPICTL  '                TO WS-FILE-NAME.
028400     MOVE ZERO                      TO WS-PREV-EFF-DATE
028500                                       WS-PREV-END-DATE
028600                                       WS-ROW-COUNT.
028700     MOVE 'PPICTL'                  TO PRMX-FAMILY.
028750     PERFORM 1300-READ-FIRST-PARAMETER.
028800     PERFORM 5100-CHECK-ONE-PPICTL UNTIL END-OF-FILE.
029000/
029100 5100-CHECK-ONE-PPICTL.
029200     IF NOT PRMX-ROW-RETURNED  THEN
029300        MOVE 'Y'                    TO WS-EOF-SWITCH
029400     ELSE
029500        MOVE PRMX-VALUE-IMAGE       TO PROMPT-PAY-CONTROL-RECORD
029600        ADD 1                       TO WS-ROW-COUNT
029700*       THE RATE IS AN ANNUAL FRACTION - A VALUE OVER 0.25
029800*       IS THE HUNDREDFOLD KEYING ERROR, NOT A RATE.
029900        IF PPIC-ANNUAL-RATE > 0.25  THEN
029950           MOVE 'PROMPT-PAY RATE OVER 25 PCT CEILING' TO
030000                                    RPT-CHECK-TEXT
030100           PERFORM 1200-REPORT-FAIL
030200        ELSE
030300           MOVE 'PROMPT-PAY RATE UNDER CEILING' TO
030400                                    RPT-CHECK-TEXT
030500           PERFORM 1100-REPORT-PASS
030600        END-IF
030700        IF PPIC-DEADLINE-DAYS = ZERO  OR
030800           PPIC-DEADLINE-DAYS > 365  THEN
030900           MOVE 'DEADLINE DAYS ZERO OR OVER A YEAR' TO
031000                                    RPT-CHECK-TEXT
031100           PERFORM 1200-REPORT-FAIL
031200        END-IF
031300        MOVE PPIC-EFF-DATE          TO WS-CHECK-EFF-DATE
031400        MOVE PPIC-END-DATE          TO WS-CHECK-END-DATE
031500        PERFORM 7000-CHECK-DATE-RANGE
031600        PERFORM 1400-READ-NEXT-PARAMETER
031650     END-IF.
031700/
031800 5500-CHECK-EQRSCTL.
031900     MOVE 'EQRSCTL '                TO WS-FILE-NAME.
032000     MOVE 'EQRSCTL'                 TO PRMX-FAMILY.
032100     PERFORM 1300-READ-FIRST-PARAMETER.
032200     IF NOT PRMX-ROW-RETURNED  THEN
032300        MOVE 'NONE IN FORCE - COMPILED DEFAULTS GOVERN' TO
032309                                    RPT-CHECK-TEXT
032318        PERFORM 1100-REPORT-PASS
032327     ELSE
032336        MOVE PRMX-VALUE-IMAGE       TO EQRS-CHECK-CONTROL-RECORD
032345        IF EQRC-TOLERANCE-DAYS > 365  THEN
032354           MOVE 'ONSET TOLERANCE OVER A YEAR' TO
032363                                    RPT-CHECK-TEXT
032372           PERFORM 1200-REPORT-FAIL
032381        ELSE
032390           MOVE 'ONSET TOLERANCE PLAUSIBLE' TO
032400                                    RPT-CHECK-TEXT
032500           PERFORM 1100-REPORT-PASS
032600        END-IF
032700     END-IF.
033800/
033900 6000-CHECK-FLRCTL.
034000     MOVE 'FLRCTL  '                TO WS-FILE-NAME.
034200     MOVE ZERO                      TO WS-PREV-EFF-DATE
034300                                       WS-PREV-END-DATE
034400                                       WS-ROW-COUNT.
034500     MOVE 'FLRCTL'                  TO PRMX-FAMILY.
034550     PERFORM 1300-READ-FIRST-PARAMETER.
034600     PERFORM 6100-CHECK-ONE-FLRCTL UNTIL END-OF-FILE.
034800/
034900 6100-CHECK-ONE-FLRCTL.
035000     IF NOT PRMX-ROW-RETURNED  THEN
035100        MOVE 'Y'                    TO WS-EOF-SWITCH
035200     ELSE
035300        MOVE PRMX-VALUE-IMAGE       TO FLOOR-CONTROL-RECORD
035400        ADD 1                       TO WS-ROW-COUNT
035500        IF FLRC-FLOOR-DAYS > 60     THEN
035501           MOVE 'PAYMENT FLOOR OVER 60 DAYS' TO
035502                                    RPT-CHECK-TEXT
035503           PERFORM 1200-REPORT-FAIL
035504        ELSE
035505           MOVE 'PAYMENT FLOOR DAYS PLAUSIBLE' TO
035506                                    RPT-CHECK-TEXT
035507           PERFORM 1100-REPORT-PASS
035508        END-IF
035509        MOVE FLRC-EFF-DATE          TO WS-CHECK-EFF-DATE
035510        MOVE FLRC-END-DATE          TO WS-CHECK-END-DATE
035511        PERFORM 7000-CHECK-DATE-RANGE
035512        PERFORM 1400-READ-NEXT-PARAMETER
035513     END-IF.
035514/
035515 6500-CHECK-TFLCTL.
035516     MOVE 'TFLCTL  '                TO WS-FILE-NAME.
035517     MOVE 'TFLCTL'                  TO PRMX-FAMILY.
035518     PERFORM 1300-READ-FIRST-PARAMETER.
035519     IF NOT PRMX-ROW-RETURNED  THEN
035520        MOVE 'NONE IN FORCE - COMPILED ONE-YEAR DEFAULT GOVERNS'
035521                                    TO RPT-CHECK-TEXT
035522        PERFORM 1100-REPORT-PASS
035523     ELSE
035524        MOVE PRMX-VALUE-IMAGE       TO
035525                                    TIMELY-FILING-CONTROL-RECORD
035526        IF TFLC-FILING-LIMIT-DAYS < 30  THEN
035527           MOVE 'FILING LIMIT UNDER 30 DAYS' TO
035528                                    RPT-CHECK-TEXT
035529           PERFORM 1200-REPORT-FAIL
035530        ELSE
035531           MOVE 'FILING LIMIT PLAUSIBLE' TO
035532                                    RPT-CHECK-TEXT
035533           PERFORM 1100-REPORT-PASS
035534        END-IF
035535     END-IF.
035536/
035537 6600-CHECK-PBVCTL.
035538     MOVE 'PBVCTL  '                TO WS-FILE-NAME.
035539     MOVE 'PBVCTL'                  TO PRMX-FAMILY.
035540     PERFORM 1300-READ-FIRST-PARAMETER.
035541     IF NOT PRMX-ROW-RETURNED  THEN
035542        MOVE 'NONE IN FORCE - COMPILED DEFAULTS GOVERN' TO
035543                                    RPT-CHECK-TEXT
035544        PERFORM 1100-REPORT-PASS
035545     ELSE
035546        MOVE PRMX-VALUE-IMAGE       TO
035547                                    BANKING-VERIFY-CONTROL-RECORD
035548*       A NEW ACCOUNT HELD PAST A MONTH OF BUSINESS DAYS IS A
035549*       KEYING ERROR, NOT A COOLING PERIOD.
035550        IF PBVC-COOLING-DAYS > 20  THEN
035551           MOVE 'PRENOTE COOLING OVER 20 BUSINESS DAYS' TO
035552                                    RPT-CHECK-TEXT
035553           PERFORM 1200-REPORT-FAIL
035554        ELSE
035555           MOVE 'PRENOTE COOLING DAYS PLAUSIBLE' TO
035556                                    RPT-CHECK-TEXT
035557           PERFORM 1100-REPORT-PASS
035558        END-IF
035559        IF PBVC-CHANGE-WINDOW-DAYS > 365  THEN
035560           MOVE 'BANKING-CHANGE WINDOW OVER A YEAR' TO
035561                                    RPT-CHECK-TEXT
035562           PERFORM 1200-REPORT-FAIL
035563        END-IF
035564     END-IF.
035565/
035566 6700-CHECK-DMDCTL.
035567     MOVE 'DMDCTL  '                TO WS-FILE-NAME.
035568     MOVE 'DMDCTL'                  TO PRMX-FAMILY.
035569     PERFORM 1300-READ-FIRST-PARAMETER.
035570     IF NOT PRMX-ROW-RETURNED  THEN
035571        MOVE 'NONE IN FORCE - COMPILED DEFAULTS GOVERN' TO
035572                                    RPT-CHECK-TEXT
035573        PERFORM 1100-REPORT-PASS
035574     ELSE
035575        MOVE PRMX-VALUE-IMAGE       TO DEMAND-CONTROL-RECORD
035576*       THE NOTICES MUST FALL IN ORDER, AND THE DEBT MAY NOT TURN
035577*       DELINQUENT BEFORE THE LAST NOTICE HAS GONE OUT.  A ZERO
035578*       FIELD TAKES ITS DEFAULT AND IS NOT COMPARED.
035579        IF DMDC-SECOND-NOTICE-DAYS > ZERO  AND
035580           DMDC-THIRD-NOTICE-DAYS > ZERO  AND
035581           DMDC-THIRD-NOTICE-DAYS NOT > DMDC-SECOND-NOTICE-DAYS
035582                                          THEN
035583           MOVE '3RD NOTICE NOT AFTER 2ND NOTICE' TO
035584                                    RPT-CHECK-TEXT
035585           PERFORM 1200-REPORT-FAIL
035586        ELSE
035587           IF DMDC-THIRD-NOTICE-DAYS > ZERO  AND
035588              DMDC-DELINQUENT-DAYS > ZERO  AND
035589              DMDC-DELINQUENT-DAYS < DMDC-THIRD-NOTICE-DAYS  THEN
035590              MOVE 'DELINQUENT BEFORE THE 3RD NOTICE' TO
035600                                    RPT-CHECK-TEXT
035700              PERFORM 1200-REPORT-FAIL
035800           ELSE
035900              MOVE 'DEMAND CYCLE DAYS IN ORDER' TO
036000                                    RPT-CHECK-TEXT
036100              PERFORM 1100-REPORT-PASS
036200           END-IF
036300        END-IF
036400     END-IF.
036700/
036800 6800-CHECK-RTQLIMIT.
036900     MOVE 'RTQLIMIT'                TO WS-FILE-NAME.
037000     MOVE 'RTQLIMIT'                TO PRMX-FAMILY.
037100     PERFORM 1300-READ-FIRST-PARAMETER.
037200     IF NOT PRMX-ROW-RETURNED  THEN
037300        MOVE 'NONE IN FORCE - COMPILED ONE-YEAR DEFAULT GOVERNS'
037307                                    TO RPT-CHECK-TEXT
037314        PERFORM 1100-REPORT-PASS
037321     ELSE
037328        MOVE PRMX-VALUE-IMAGE       TO
037335                                    RETRO-LOOKBACK-CONTROL-RECORD
037342*       NO CLAIM REOPENS PAST FOUR YEARS SHORT OF FRAUD.
037349        IF RTQL-LOOKBACK-DAYS > 1461  THEN
037356           MOVE 'RETROACTIVE LOOKBACK OVER FOUR YEARS' TO
037363                                    RPT-CHECK-TEXT
037370           PERFORM 1200-REPORT-FAIL
037377        ELSE
037384           MOVE 'RETROACTIVE LOOKBACK PLAUSIBLE' TO
037400                                    RPT-CHECK-TEXT
037500           PERFORM 1100-REPORT-PASS
037600        END-IF
037700     END-IF.
038800/
038900******************************************************************
039000*  EFFECTIVE-DATE SWEEP - THE CALLER LEAVES THE ROW'S DATES IN   *
