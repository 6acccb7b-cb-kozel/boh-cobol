000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALJSR.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALJSR - NEW PROGRAM
000700*         - NIGHTLY JOB-STREAM STEP REGISTRATION.  EVERY STEP IN
000800*           THE STREAM (JSDCPY) CALLS THIS ONCE AT START AND ONCE
000900*           AT END.  THE START IS REFUSED UNLESS THE STEP'S
001000*           DECLARED PREDECESSORS COMPLETED FOR THE SAME RUN DATE
001100*           AND THE STEP HAS NOT ALREADY COMPLETED FOR IT - SO AN
001200*           OPERATOR CANNOT FUND THE SAME NIGHT TWICE AFTER A
001300*           RESTART OR RUN ESCALRCV AHEAD OF THE BALANCING GATE.
001400*           A STEPAUTH AUTHORIZATION, LIKE RUNAUTH FOR ESCALRUN,
001500*           OVERRIDES EITHER REFUSAL ON THE RECORD.  THE REGISTRY
001600*           (STEPREG) IS OPENED AND CLOSED ON EACH CALL SO STEPS
001700*           RUNNING SIDE BY SIDE NEVER HOLD IT AGAINST EACH OTHER.
001710* 10/15/2026 ESCALJSR - PARTITIONED PRICING RUN.  A STEP CALLING
001720*           WITH A PARTITION NUMBER REGISTERS UNDER THAT
001730*           PARTITION (NEW KEY FIELD ON STEPREG), SO A
001740*           PARTITION'S RESTART AND ITS STEPAUTH ENTRIES ARE ITS
001750*           OWN.  THE MERGE REGISTERS THE STEP ITSELF WITH THE
001760*           PARTITION COUNT AND IS REFUSED UNTIL EVERY PARTITION
001770*           HAS COMPLETED FOR THE RUN DATE.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-Z990.
002300 OBJECT-COMPUTER.            IBM-Z990.
002400 INPUT-OUTPUT  SECTION.
002500 FILE-CONTROL.
002600     SELECT STEP-REGISTRY        ASSIGN TO STEPREG
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS JSR-RECORD-KEY.
003000     SELECT RUN-CONTROL-FILE     ASSIGN TO RUNCTL
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RUNM-RUN-DATE.
003400     SELECT STEP-AUTH-IN         ASSIGN TO STEPAUTH
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  STEP-REGISTRY
004000     LABEL RECORDS ARE STANDARD.
004100 COPY JSRCPY.
004200/
004300 FD  RUN-CONTROL-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 COPY RUNMCPY.
004600/
004700 FD  STEP-AUTH-IN
004800     LABEL RECORDS ARE STANDARD
004900     RECORDING MODE IS F.
005000 COPY JSACPY.
005100/
005200 WORKING-STORAGE SECTION.
005300 01  W-STORAGE-REF                  PIC X(46) VALUE
005400     'ESCALJSR      - W O R K I N G   S T O R A G E'.
005500
005600 01  WS-JSR-FOUND-SWITCH            PIC X(01).
005700     88  JSR-RECORD-FOUND                      VALUE 'Y'.
005800     88  JSR-RECORD-NOT-FOUND                  VALUE 'N'.
005900
006000 01  WS-AUTH-EOF-SWITCH             PIC X(01) VALUE 'N'.
006100     88  AUTH-END-OF-FILE                      VALUE 'Y'.
006200
006300 01  WS-RERUN-AUTH-SWITCH           PIC X(01) VALUE 'N'.
006400     88  RERUN-AUTHORIZED                      VALUE 'Y'.
006500 01  WS-WAIVER-AUTH-SWITCH          PIC X(01) VALUE 'N'.
006600     88  PREDECESSORS-WAIVED                   VALUE 'Y'.
006700 01  WS-AUTH-OPERATOR               PIC X(08).
006800
006900 01  WS-TODAY                       PIC 9(08).
007000 01  WS-TIME-NOW                    PIC 9(08).
007100 01  WS-STEP-SUB                    PIC 9(02).
007200 01  WS-STEP-MATCH-SUB              PIC 9(02).
007300 01  WS-PRED-SUB                    PIC 9(02).
007400 01  WS-PRED-NAME                   PIC X(08).
007500 01  WS-COUNT-SUB                   PIC 9(02).
007510 01  WS-PARTITION-NUMBER            PIC 9(02).
007520 01  WS-PARTITION-COUNT             PIC 9(02).
007530 01  WS-PART-SUB                    PIC 9(02).
007540 01  WS-CHECK-PARTITION             PIC 9(02).
007550 01  WS-AUTH-PARTITION              PIC 9(02).
007600
007700 COPY JSDCPY.
007800/
007900 LINKAGE SECTION.
008000 COPY JSXCPY.
008100/
008200 PROCEDURE DIVISION USING JOB-STEP-REQUEST.
008300
008400 0000-MAINLINE.
008500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
008600     ACCEPT WS-TIME-NOW          FROM TIME.
008700     MOVE 00                        TO JSX-RETURN-CODE.
008800     MOVE SPACES                    TO JSX-REFUSAL-TEXT.
008810
008820*    STEPS THAT NEVER PARTITION LEAVE BOTH FIELDS UNSET.
008830     MOVE ZERO                      TO WS-PARTITION-NUMBER
008840                                       WS-PARTITION-COUNT.
008850     IF JSX-PARTITION-NUMBER NUMERIC  AND
008860        JSX-PARTITION-COUNT NUMERIC  THEN
008870        MOVE JSX-PARTITION-NUMBER   TO WS-PARTITION-NUMBER
008880        MOVE JSX-PARTITION-COUNT    TO WS-PARTITION-COUNT
008890     END-IF.
008900
009000     EVALUATE TRUE
009100        WHEN JSX-STEP-START
009200           PERFORM 1000-REGISTER-START
009300        WHEN JSX-STEP-END
009400           PERFORM 2000-REGISTER-END
009500        WHEN OTHER
009600           MOVE 16                  TO JSX-RETURN-CODE
009700           MOVE 'INVALID REGISTRY FUNCTION'
009800                                    TO JSX-REFUSAL-TEXT
009900     END-EVALUATE.
010000
010100     GOBACK.
010200/
010300******************************************************************
010400***  Start: settle the run date, find the step in the stream,
010500***  pick up any authorization for it, then check predecessors
010600***  and a prior completion.  A refused start is still written to
010700***  the registry (status 'R' if the step never ran) so the board
010800***  shows who tried and why.
010900******************************************************************
011000 1000-REGISTER-START.
011100     IF JSX-RUN-DATE NOT NUMERIC  OR  JSX-RUN-DATE = ZERO  THEN
011200        PERFORM 1100-GET-LAST-RUN-DATE
011300     END-IF.
011400
011500     MOVE ZERO                      TO WS-STEP-MATCH-SUB.
011600     PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
011700        UNTIL WS-STEP-SUB > JSD-STEP-COUNT
011800           OR WS-STEP-MATCH-SUB > ZERO
011900        IF JSD-STEP-NAME (WS-STEP-SUB) = JSX-STEP-NAME  THEN
012000           MOVE WS-STEP-SUB         TO WS-STEP-MATCH-SUB
012100        END-IF
012200     END-PERFORM.
012300
012400     IF WS-STEP-MATCH-SUB = ZERO  THEN
012500        MOVE 16                     TO JSX-RETURN-CODE
012600        MOVE 'STEP IS NOT IN THE JOB STREAM'
012700                                    TO JSX-REFUSAL-TEXT
012800        DISPLAY 'ESCALJSR - ' JSX-STEP-NAME
012900           ' IS NOT IN THE JOB STREAM - REFUSED'
013000     ELSE
013100        PERFORM 1200-LOAD-STEP-AUTH
013200        OPEN I-O STEP-REGISTRY
013300        PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
013400           UNTIL WS-PRED-SUB > 4
013500              OR JSX-STEP-REFUSED
013600           IF JSD-PREDECESSOR (WS-STEP-MATCH-SUB, WS-PRED-SUB)
013700              NOT = SPACES  THEN
013800              PERFORM 1300-CHECK-PREDECESSOR
013900           END-IF
014000        END-PERFORM
014010        IF WS-PARTITION-NUMBER = ZERO  AND
014020           WS-PARTITION-COUNT > 1  THEN
014030           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
014040              UNTIL WS-PART-SUB > WS-PARTITION-COUNT
014050                 OR JSX-STEP-REFUSED
014060              PERFORM 1350-CHECK-PARTITION
014070           END-PERFORM
014080        END-IF
014100        PERFORM 1400-CHECK-PRIOR-COMPLETION
014200        IF JSX-STEP-REFUSED  THEN
014300           PERFORM 1600-RECORD-REFUSAL
014400        ELSE
014500           PERFORM 1500-RECORD-START
014600        END-IF
014700        CLOSE STEP-REGISTRY
014800     END-IF.
014900/
015000******************************************************************
015100***  A step after the production run belongs to the last run
015200***  ESCALRUN recorded - the RUNCTL anchor - whatever the clock
015300***  says.  No anchor yet means today.
015400******************************************************************
015500 1100-GET-LAST-RUN-DATE.
015600     MOVE WS-TODAY                  TO JSX-RUN-DATE.
015700     OPEN INPUT RUN-CONTROL-FILE.
015800     MOVE ZERO                      TO RUNM-RUN-DATE.
015900     READ RUN-CONTROL-FILE
016000         INVALID KEY
016100            CONTINUE
016200         NOT INVALID KEY
016300            IF RUNM-PRIOR-RUN-DATE > ZERO  THEN
016400               MOVE RUNM-PRIOR-RUN-DATE TO JSX-RUN-DATE
016500            END-IF
016600     END-READ.
016700     CLOSE RUN-CONTROL-FILE.
016800/
016900 1200-LOAD-STEP-AUTH.
017000     MOVE 'N'                       TO WS-AUTH-EOF-SWITCH
017100                                       WS-RERUN-AUTH-SWITCH
017200                                       WS-WAIVER-AUTH-SWITCH.
017300     MOVE SPACES                    TO WS-AUTH-OPERATOR.
017400     IF JSX-CALLER-AUTHORIZED  THEN
017500        MOVE 'Y'                    TO WS-RERUN-AUTH-SWITCH
017600        MOVE JSX-STEP-NAME          TO WS-AUTH-OPERATOR
017700     END-IF.
017800
017900     OPEN INPUT STEP-AUTH-IN.
018000     PERFORM 1250-READ-ONE-AUTH  UNTIL AUTH-END-OF-FILE.
018100     CLOSE STEP-AUTH-IN.
018200/
018300 1250-READ-ONE-AUTH.
018400     READ STEP-AUTH-IN
018500         AT END MOVE 'Y'            TO WS-AUTH-EOF-SWITCH
018600         NOT AT END
018610           MOVE ZERO                TO WS-AUTH-PARTITION
018620           IF JSA-PARTITION-NUMBER NUMERIC  THEN
018630              MOVE JSA-PARTITION-NUMBER TO WS-AUTH-PARTITION
018640           END-IF
018700           IF JSA-RUN-DATE = JSX-RUN-DATE  AND
018800              JSA-STEP-NAME = JSX-STEP-NAME  AND
018850              WS-AUTH-PARTITION = WS-PARTITION-NUMBER  THEN
018900              EVALUATE TRUE
019000                 WHEN JSA-RERUN-OVERRIDE
019100                    MOVE 'Y'        TO WS-RERUN-AUTH-SWITCH
019200                    MOVE JSA-OPERATOR-ID TO WS-AUTH-OPERATOR
019300                    DISPLAY 'ESCALJSR - ' JSX-STEP-NAME
019400                       ' RERUN AUTHORIZED FOR ' JSA-RUN-DATE
019500                       ' BY ' JSA-OPERATOR-ID
019600                    DISPLAY 'ESCALJSR -    ' JSA-REASON-TEXT
019700                 WHEN JSA-PREDECESSOR-WAIVER
019800                    MOVE 'Y'        TO WS-WAIVER-AUTH-SWITCH
019900                    MOVE JSA-OPERATOR-ID TO WS-AUTH-OPERATOR
020000                    DISPLAY 'ESCALJSR - ' JSX-STEP-NAME
020100                       ' PREDECESSORS WAIVED FOR ' JSA-RUN-DATE
020200                       ' BY ' JSA-OPERATOR-ID
020300                    DISPLAY 'ESCALJSR -    ' JSA-REASON-TEXT
020400                 WHEN OTHER
020500                    CONTINUE
020600              END-EVALUATE
020700           END-IF
020800     END-READ.
020900/
021000 1300-CHECK-PREDECESSOR.
021100     MOVE JSD-PREDECESSOR (WS-STEP-MATCH-SUB, WS-PRED-SUB)
021200                                    TO WS-PRED-NAME.
021210     MOVE ZERO                      TO WS-CHECK-PARTITION.
021220     PERFORM 1310-CHECK-STEP-COMPLETE.
021230/
021240 1310-CHECK-STEP-COMPLETE.
021300     MOVE JSX-RUN-DATE              TO JSR-RUN-DATE.
021400     MOVE WS-PRED-NAME              TO JSR-STEP-NAME.
021450     MOVE WS-CHECK-PARTITION        TO JSR-PARTITION-NUMBER.
021500     PERFORM 1900-READ-REGISTRY.
021600
021700     IF JSR-RECORD-FOUND  AND  JSR-STEP-COMPLETED  THEN
021800        CONTINUE
021900     ELSE
022000        IF PREDECESSORS-WAIVED  THEN
022100           DISPLAY 'ESCALJSR - ' JSX-STEP-NAME
022200              ' STARTING WITHOUT ' WS-PRED-NAME
022250              ' PARTITION ' WS-CHECK-PARTITION
022300              ' - WAIVED BY ' WS-AUTH-OPERATOR
022400        ELSE
022500           MOVE 16                  TO JSX-RETURN-CODE
022510           IF WS-CHECK-PARTITION = ZERO  THEN
022600              STRING WS-PRED-NAME ' NOT COMPLETE FOR THE RUN'
022700                 DELIMITED BY SIZE  INTO JSX-REFUSAL-TEXT
022710           ELSE
022720              STRING WS-PRED-NAME ' PARTITION '
022730                 WS-CHECK-PARTITION ' NOT COMPLETE'
022740                 DELIMITED BY SIZE  INTO JSX-REFUSAL-TEXT
022750           END-IF
022800           DISPLAY 'ESCALJSR - ' JSX-STEP-NAME ' REFUSED - '
022900              WS-PRED-NAME ' PARTITION ' WS-CHECK-PARTITION
022950              ' HAS NOT COMPLETED FOR ' JSX-RUN-DATE
023000        END-IF
023100     END-IF.
023200/
023210******************************************************************
023220***  The merge of a partitioned step stands in for the step
023230***  itself, so it may start only once every partition it merges
023240***  has completed - each is checked as a predecessor would be.
023250******************************************************************
023260 1350-CHECK-PARTITION.
023270     MOVE JSX-STEP-NAME             TO WS-PRED-NAME.
023280     MOVE WS-PART-SUB               TO WS-CHECK-PARTITION.
023290     PERFORM 1310-CHECK-STEP-COMPLETE.
023295/
023300 1400-CHECK-PRIOR-COMPLETION.
023400     MOVE JSX-RUN-DATE              TO JSR-RUN-DATE.
023500     MOVE JSX-STEP-NAME             TO JSR-STEP-NAME.
023550     MOVE WS-PARTITION-NUMBER       TO JSR-PARTITION-NUMBER.
023600     PERFORM 1900-READ-REGISTRY.
023700
023800     IF JSX-STEP-MAY-RUN  AND
023900        JSR-RECORD-FOUND  AND  JSR-STEP-COMPLETED  THEN
024000        IF RERUN-AUTHORIZED  THEN
024100           DISPLAY 'ESCALJSR - ' JSX-STEP-NAME
024200              ' ALREADY COMPLETED FOR ' JSX-RUN-DATE
024300              ' - RERUN AUTHORIZED BY '
024400              WS-AUTH-OPERATOR
024500        ELSE
024600           MOVE 16                  TO JSX-RETURN-CODE
024700           MOVE 'ALREADY COMPLETED FOR THE RUN'
024800                                    TO JSX-REFUSAL-TEXT
024900           DISPLAY 'ESCALJSR - ' JSX-STEP-NAME
025000              ' ALREADY COMPLETED FOR ' JSX-RUN-DATE
025100              ' - SECOND RUN REFUSED'
025200           DISPLAY 'ESCALJSR - SUBMIT A STEPAUTH AUTHORIZATION '
025300              'TO OVERRIDE'
025400        END-IF
025500     END-IF.
025600/
025700******************************************************************
025800***  The step's own record was read last by 1400.  A started
025900***  record keeps its completion and refusal history; the clock,
026000***  return code, and counts start over.
026100******************************************************************
026200 1500-RECORD-START.
026300     IF JSR-RECORD-NOT-FOUND  THEN
026400        INITIALIZE STEP-REGISTRY-RECORD
026500        MOVE JSX-RUN-DATE           TO JSR-RUN-DATE
026600        MOVE JSX-STEP-NAME          TO JSR-STEP-NAME
026650        MOVE WS-PARTITION-NUMBER    TO JSR-PARTITION-NUMBER
026700     END-IF.
026800     MOVE 'S'                       TO JSR-STATUS.
026900     MOVE WS-TODAY                  TO JSR-START-DATE.
027000     MOVE WS-TIME-NOW               TO JSR-START-TIME.
027100     MOVE ZERO                      TO JSR-END-DATE
027200                                       JSR-END-TIME
027300                                       JSR-RETURN-CODE.
027400     PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
027500        UNTIL WS-COUNT-SUB > 3
027600        MOVE SPACES              TO JSR-COUNT-LABEL (WS-COUNT-SUB)
027700        MOVE ZERO                   TO JSR-COUNT (WS-COUNT-SUB)
027800     END-PERFORM.
027900     MOVE SPACES                    TO JSR-REFUSAL-TEXT.
028000     IF WS-AUTH-OPERATOR NOT = SPACES  THEN
028100        MOVE WS-AUTH-OPERATOR       TO JSR-OVERRIDE-OPERATOR
028200     END-IF.
028300     IF JSR-RECORD-FOUND  THEN
028400        REWRITE STEP-REGISTRY-RECORD
028500     ELSE
028600        WRITE STEP-REGISTRY-RECORD
028700     END-IF.
028800/
028900 1600-RECORD-REFUSAL.
029000     MOVE JSX-RUN-DATE              TO JSR-RUN-DATE.
029100     MOVE JSX-STEP-NAME             TO JSR-STEP-NAME.
029150     MOVE WS-PARTITION-NUMBER       TO JSR-PARTITION-NUMBER.
029200     PERFORM 1900-READ-REGISTRY.
029300     IF JSR-RECORD-NOT-FOUND  THEN
029400        INITIALIZE STEP-REGISTRY-RECORD
029500        MOVE JSX-RUN-DATE           TO JSR-RUN-DATE
029600        MOVE JSX-STEP-NAME          TO JSR-STEP-NAME
029650        MOVE WS-PARTITION-NUMBER    TO JSR-PARTITION-NUMBER
029700        MOVE 'R'                    TO JSR-STATUS
029800        MOVE 16                     TO JSR-RETURN-CODE
029900     END-IF.
030000     IF JSR-REFUSED-COUNT < 99  THEN
030100        ADD 1                       TO JSR-REFUSED-COUNT
030200     END-IF.
030300     MOVE JSX-REFUSAL-TEXT          TO JSR-REFUSAL-TEXT.
030400     IF JSR-RECORD-FOUND  THEN
030500        REWRITE STEP-REGISTRY-RECORD
030600     ELSE
030700        WRITE STEP-REGISTRY-RECORD
030800     END-IF.
030900/
031000******************************************************************
031100***  End: stamp the clock, the step's return code, and its
031200***  counts.  RC 16 or more is an error end - not complete.
031300******************************************************************
031400 2000-REGISTER-END.
031500     OPEN I-O STEP-REGISTRY.
031600     MOVE JSX-RUN-DATE              TO JSR-RUN-DATE.
031700     MOVE JSX-STEP-NAME             TO JSR-STEP-NAME.
031750     MOVE WS-PARTITION-NUMBER       TO JSR-PARTITION-NUMBER.
031800     PERFORM 1900-READ-REGISTRY.
031900     IF JSR-RECORD-NOT-FOUND  THEN
032000        INITIALIZE STEP-REGISTRY-RECORD
032100        MOVE JSX-RUN-DATE           TO JSR-RUN-DATE
032200        MOVE JSX-STEP-NAME          TO JSR-STEP-NAME
032250        MOVE WS-PARTITION-NUMBER    TO JSR-PARTITION-NUMBER
032300     END-IF.
032400
032500     MOVE WS-TODAY                  TO JSR-END-DATE.
032600     MOVE WS-TIME-NOW               TO JSR-END-TIME.
032700     MOVE JSX-STEP-RC               TO JSR-RETURN-CODE.
032800     IF JSX-STEP-RC < 16  THEN
032900        MOVE 'C'                    TO JSR-STATUS
033000        IF JSR-COMPLETED-COUNT < 99  THEN
033100           ADD 1                    TO JSR-COMPLETED-COUNT
033200        END-IF
033300     ELSE
033400        MOVE 'E'                    TO JSR-STATUS
033500     END-IF.
033600     PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
033700        UNTIL WS-COUNT-SUB > 3
033800        MOVE JSX-COUNT-LABEL (WS-COUNT-SUB) TO
033900                                    JSR-COUNT-LABEL (WS-COUNT-SUB)
034000        MOVE JSX-COUNT (WS-COUNT-SUB) TO JSR-COUNT (WS-COUNT-SUB)
034100     END-PERFORM.
034200
034300     IF JSR-RECORD-FOUND  THEN
034400        REWRITE STEP-REGISTRY-RECORD
034500     ELSE
034600        WRITE STEP-REGISTRY-RECORD
034700     END-IF.
034800     CLOSE STEP-REGISTRY.
034900/
035000 1900-READ-REGISTRY.
035100     READ STEP-REGISTRY
035200         INVALID KEY     MOVE 'N'   TO WS-JSR-FOUND-SWITCH
035300         NOT INVALID KEY MOVE 'Y'   TO WS-JSR-FOUND-SWITCH
035400     END-READ.
