002150*           OUTLIER, WHICH THE PER-LINE BUCKET TRUNCATION PUT
002160*           PENNIES AWAY FROM AND SO HELD THE NIGHT ON
002170*           ROUNDING NOISE.
002172* 10/15/2026 ESCALBAL - REGISTERS ITS START AND END WITH THE
002174*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR), WITH ITS
002176*           RETURN CODE AND KEY COUNTS, FOR THE MORNING STATUS
002178*           BOARD (ESCALJSB).  THE START IS REFUSED - RETURN CODE
002180*           16, NOTHING TOUCHED - UNLESS ESCALRUN COMPLETED FOR
002182*           THE SAME RUN DATE AND THIS STEP HAS NOT ALREADY
002184*           COMPLETED FOR IT.
002186* 10/15/2026 ESCALBAL - HOLDS THE RELEASE WHEN PRCTOT CARRIES
002188*           THE FIGURES OF A SINGLE PARTITION OF A PARTITIONED
002190*           RUN - THE PARTITION MERGE (ESCALPMG) HAS NOT RUN.
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
014100         'GATE DECISION - '.
014200     05  RPT-STATUS-TEXT            PIC X(40).
014300/
014333 COPY JSXCPY.
014366/
014400 PROCEDURE DIVISION.
014500
014600 0000-MAINLINE.
014611*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
014622*    TOUCHES NOTHING.
014633     PERFORM 0800-REGISTER-STEP-START.
014644     IF JSX-STEP-REFUSED  THEN
014655        MOVE 16                     TO RETURN-CODE
014666        GOBACK
014677     END-IF.
014688
014700     PERFORM 1000-INITIALIZE.
014800     PERFORM 2000-TOTAL-REMIT UNTIL REM-END-OF-FILE.
014900     PERFORM 3000-TOTAL-GL UNTIL GL-END-OF-FILE.
015100     PERFORM 4000-PROVE-BALANCES.
015200     PERFORM 4500-WRITE-RELEASE-FLAG.
015300     PERFORM 5000-TERMINATE.
015350     PERFORM 0850-REGISTER-STEP-END.
015400     GOBACK.
015403/
015406******************************************************************
015409*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
015412*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
015415*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
015418*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
015421*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
015424******************************************************************
015427 0800-REGISTER-STEP-START.
015430     MOVE 'S'                       TO JSX-FUNCTION.
015433     MOVE 'ESCALBAL'                TO JSX-STEP-NAME.
015436     MOVE ZERO                      TO JSX-RUN-DATE.
015439     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
015442     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
015445/
015448 0850-REGISTER-STEP-END.
015451     MOVE 'E'                       TO JSX-FUNCTION.
015454     MOVE RETURN-CODE               TO JSX-STEP-RC.
015457     MOVE 'REMIT LINES'             TO JSX-COUNT-LABEL (1).
015460     MOVE WS-REM-DETAIL-COUNT       TO JSX-COUNT (1).
015463     MOVE 'HISTORY RECS'            TO JSX-COUNT-LABEL (2).
015466     MOVE WS-HIST-COUNT             TO JSX-COUNT (2).
015469     MOVE SPACES                    TO JSX-COUNT-LABEL (3).
015472     MOVE ZERO                      TO JSX-COUNT (3).
015475     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
015478     MOVE JSX-STEP-RC               TO RETURN-CODE.
015500/
015600 1000-INITIALIZE.
015700     OPEN INPUT  RUN-TOTALS-IN.
017200           MOVE TOT-HISTORY-COUNT   TO WS-TOT-HIST-COUNT
017300           MOVE TOT-HISTORY-PAID-TOTAL TO WS-TOT-HIST-PAID
017350           MOVE TOT-GL-POSTED-TOTAL TO WS-TOT-GL-POSTED
017356           IF TOT-PARTITION-NUMBER NUMERIC
017362              AND TOT-PARTITION-NUMBER > ZERO  THEN
017368              MOVE 'N'              TO WS-BALANCE-SWITCH
017374              MOVE 'PRCTOT IS ONE PARTITION - NOT MERGED' TO
017380                                    WS-HOLD-REASON-TEXT
017386              DISPLAY 'ESCALBAL - PRCTOT NOT MERGED - HOLDING'
017392           END-IF
017400     END-READ.
017500     CLOSE RUN-TOTALS-IN.
017600
