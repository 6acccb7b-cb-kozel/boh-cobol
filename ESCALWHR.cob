001610* 09/01/2026 ESCALWHR - CHECKS THE BALANCING GATE'S RELEASE
001620*           FLAG (PRCRELF, SEE ESCALBAL) BEFORE RUNNING - A
001630*           HELD RUN MARKS NOTHING PAID.
001635* 10/15/2026 ESCALWHR - REGISTERS ITS START AND END WITH THE
001640*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR), WITH ITS
001645*           RETURN CODE AND KEY COUNTS, FOR THE MORNING STATUS
001650*           BOARD (ESCALJSB).  THE START IS REFUSED - RETURN CODE
001655*           16, NOTHING TOUCHED - UNLESS ESCALBAL COMPLETED FOR
001660*           THE SAME RUN DATE AND THIS STEP HAS NOT ALREADY
001665*           COMPLETED FOR IT.
001670* 10/15/2026 ESCALWHR - ZEROES THE NEW REDUCTION AND INTEREST
001675*           FIELDS ON THE RELEASE DETAIL (REMCPY, NOW 140 BYTES).
001680* 10/15/2026 ESCALWHR - ZEROES THE NEW ESA MONITORING REDUCTION
001685*           FIELD ON THE RELEASE DETAIL (REMCPY).
001700******************************************************************
001800 DATE-COMPILED.
001900 ENVIRONMENT DIVISION.
012900/
013000 COPY WLGCPY.
013100/
013133 COPY JSXCPY.
013166/
013200 PROCEDURE DIVISION.
013300
013400 0000-MAINLINE.
013401*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
013402*    TOUCHES NOTHING.
013403     PERFORM 0800-REGISTER-STEP-START.
013404     IF JSX-STEP-REFUSED  THEN
013405        MOVE 16                     TO RETURN-CODE
013406        GOBACK
013407     END-IF.
013408
013410*    THE BALANCING GATE SPEAKS FIRST - A HELD RUN MUST NOT MARK
013420*    LEDGER RECORDS PAID OR CUT A PAYOUT REMIT.
013430     PERFORM 0900-CHECK-RELEASE-GATE.
013440     IF GATE-HELD  THEN
013450        MOVE 16                     TO RETURN-CODE
013455        PERFORM 0850-REGISTER-STEP-END
013460        GOBACK
013470     END-IF.
013480
013700     PERFORM 2050-PROCESS-NEW-HOLDS UNTIL NEW-END-OF-FILE.
013800     PERFORM 4000-PRINT-RUN-TOTALS.
013900     PERFORM 5000-TERMINATE.
013950     PERFORM 0850-REGISTER-STEP-END.
014000     GOBACK.
014003/
014006******************************************************************
014009*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
014012*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
014015*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
014018*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
014021*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
014024******************************************************************
014027 0800-REGISTER-STEP-START.
014030     MOVE 'S'                       TO JSX-FUNCTION.
014033     MOVE 'ESCALWHR'                TO JSX-STEP-NAME.
014036     MOVE ZERO                      TO JSX-RUN-DATE.
014039     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
014042     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
014045/
014048 0850-REGISTER-STEP-END.
014051     MOVE 'E'                       TO JSX-FUNCTION.
014054     MOVE RETURN-CODE               TO JSX-STEP-RC.
014057     MOVE 'RELEASED'                TO JSX-COUNT-LABEL (1).
014060     MOVE WS-RELEASED-COUNT         TO JSX-COUNT (1).
014063     MOVE 'HELD'                    TO JSX-COUNT-LABEL (2).
014066     MOVE WS-HELD-COUNT             TO JSX-COUNT (2).
014069     MOVE SPACES                    TO JSX-COUNT-LABEL (3).
014072     MOVE ZERO                      TO JSX-COUNT (3).
014075     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
014078     MOVE JSX-STEP-RC               TO RETURN-CODE.
014100/
014110 0900-CHECK-RELEASE-GATE.
014120     OPEN INPUT RELEASE-FLAG-IN.
022000                                       REM-RECEIPT-DATE
022100                                       REM-ANCILLARY-AMT
022200                                       REM-WITHHOLD-AMT
022220                                       REM-SEQUESTRATION-AMT
022240                                       REM-NETWORK-FEE-AMT
022260                                       REM-INTEREST-AMT
022280                                       REM-ESA-REDUCTION-AMT
022300        MOVE SPACES                 TO REM-CARC-CODE
022400        MOVE WLG-WITHHELD-AMT       TO REM-NET-PAY-AMT
022500        WRITE REMIT-DETAIL-RECORD
