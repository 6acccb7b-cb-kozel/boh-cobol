001600*           RANGE DATE, THE OVER-LIMIT SESSION COUNT.  FEWER
001700*           WHERE-IS-MY-CLAIM CALLS, FASTER CORRECTED REBILLS
001800*           INTO ESCALSUS.
001805******************************************************************
001810* 10/15/2026 ESCALRTP - AN RTC 87 (MEDICARE ADVANTAGE) NOTICE NOW
001815*           NAMES THE PLAN CONTRACT THE DATE OF SERVICE FELL IN,
001820*           LOOKED UP THROUGH ESCALMAX, SO THE FACILITY KNOWS
001825*           WHICH PLAN TO BILL.  RTC 90 NOTICES SHOW THE DATE
001830*           OF SERVICE THAT FELL AFTER THE DATE OF DEATH.
001835******************************************************************
001840* 10/15/2026 ESCALRTP - AN RTC 86 NOTICE NAMES THE GROUP HEALTH
001845*           PLAN INSURER TO BILL FIRST, LOOKED UP THROUGH
001850*           ESCALGHX.
001855* 10/15/2026 ESCALRTP - REGISTERS ITS START AND END WITH THE
001860*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR), WITH ITS
001865*           RETURN CODE AND KEY COUNTS, FOR THE MORNING STATUS
001870*           BOARD (ESCALJSB).  THE START IS REFUSED - RETURN CODE
001875*           16, NOTHING TOUCHED - UNLESS ESCALBAL COMPLETED FOR
001880*           THE SAME RUN DATE AND THIS STEP HAS NOT ALREADY
001885*           COMPLETED FOR IT.
001900******************************************************************
002000 DATE-COMPILED.
002100 ENVIRONMENT DIVISION.
009900/
010000 COPY CLAIMXCPY.
010100/
010114 COPY MAXCPY.
010128/
010142 COPY GHXCPY.
010156/
010170 COPY JSXCPY.
010184/
010200 PROCEDURE DIVISION.
010300
010400 0000-MAINLINE.
010411*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
010422*    TOUCHES NOTHING.
010433     PERFORM 0800-REGISTER-STEP-START.
010444     IF JSX-STEP-REFUSED  THEN
010455        MOVE 16                     TO RETURN-CODE
010466        GOBACK
010477     END-IF.
010488
010500     PERFORM 1000-INITIALIZE.
010600     PERFORM 2000-PROCESS-SUSPENSE UNTIL SUSP-END-OF-FILE.
010700     PERFORM 2500-CLOSE-PROVIDER-BATCH.
010800     PERFORM 4000-WRITE-TRAILER.
010900     PERFORM 5000-TERMINATE.
010950     PERFORM 0850-REGISTER-STEP-END.
011000     GOBACK.
011003/
011006******************************************************************
011009*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
011012*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
011015*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
011018*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
011021*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
011024******************************************************************
011027 0800-REGISTER-STEP-START.
011030     MOVE 'S'                       TO JSX-FUNCTION.
011033     MOVE 'ESCALRTP'                TO JSX-STEP-NAME.
011036     MOVE ZERO                      TO JSX-RUN-DATE.
011039     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
011042     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
011045/
011048 0850-REGISTER-STEP-END.
011051     MOVE 'E'                       TO JSX-FUNCTION.
011054     MOVE RETURN-CODE               TO JSX-STEP-RC.
011057     MOVE 'PROVIDERS'               TO JSX-COUNT-LABEL (1).
011060     MOVE WS-PROVIDER-COUNT         TO JSX-COUNT (1).
011063     MOVE 'NOTICE LINES'            TO JSX-COUNT-LABEL (2).
011066     MOVE WS-DETAIL-COUNT           TO JSX-COUNT (2).
011069     MOVE SPACES                    TO JSX-COUNT-LABEL (3).
011072     MOVE ZERO                      TO JSX-COUNT (3).
011075     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
011078     MOVE JSX-STEP-RC               TO RETURN-CODE.
011100/
011200 1000-INITIALIZE.
011300     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
018200 2200-BUILD-OFFENDING-TEXT.
018300     MOVE SPACES                    TO WS-OFFENDING-TEXT.
018400     EVALUATE TRUE
018403        WHEN SUS-PPS-RTC = 87
018406           MOVE CX-MBI              TO MAX-MBI
018409           MOVE CX-LINE-ITEM-DATE-SERVICE TO MAX-DATE-OF-SERVICE
018412           CALL 'ESCALMAX'      USING MA-LOOKUP-REQUEST
018415           IF MAX-PERIOD-FOUND  THEN
018418              STRING 'DOS ' CX-LINE-ITEM-DATE-SERVICE
018421                 ' BILL MA PLAN ' MAX-CONTRACT-NUMBER
018424                 DELIMITED BY SIZE INTO WS-OFFENDING-TEXT
018427           ELSE
018430              STRING 'DOS ' CX-LINE-ITEM-DATE-SERVICE
018433                 ' IN A MEDICARE ADVANTAGE PLAN'
018436                 DELIMITED BY SIZE INTO WS-OFFENDING-TEXT
018439           END-IF
018442        WHEN SUS-PPS-RTC = 86
018445           MOVE CX-MBI              TO GHX-MBI
018448           MOVE CX-LINE-ITEM-DATE-SERVICE TO GHX-DATE-OF-SERVICE
018451           MOVE CX-DIALYSIS-START-DATE TO GHX-DIALYSIS-START-DATE
018454           CALL 'ESCALGHX'      USING GHP-LOOKUP-REQUEST
018457           IF GHX-COVERAGE-FOUND  THEN
018460              STRING 'BILL GHP ' GHX-INSURER-CODE
018463                 ' FIRST - MSP PRIMARY'
018466                 DELIMITED BY SIZE INTO WS-OFFENDING-TEXT
018469           ELSE
018472              MOVE 'BILL THE GROUP HEALTH PLAN FIRST - MSP' TO
018475                                    WS-OFFENDING-TEXT
018478           END-IF
018481        WHEN SUS-PPS-RTC = 90
018484           STRING 'DOS ' CX-LINE-ITEM-DATE-SERVICE
018487              ' AFTER DATE OF DEATH'
018490              DELIMITED BY SIZE INTO WS-OFFENDING-TEXT
018500        WHEN SUS-PPS-RTC = 91
018600           STRING 'MBI NOT ON FILE - ' CX-MBI
018700              DELIMITED BY SIZE INTO WS-OFFENDING-TEXT
