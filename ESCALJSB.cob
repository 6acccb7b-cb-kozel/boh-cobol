000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALJSB.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALJSB - NEW PROGRAM
000700*         - MORNING JOB-STREAM STATUS BOARD.  WALKS THE STREAM
000800*           DEFINITION (JSDCPY) AND THE STEP REGISTRY (STEPREG)
000900*           FOR ONE RUN DATE AND PRINTS, STEP BY STEP, WHETHER IT
001000*           COMPLETED, ENDED IN ERROR, STARTED AND NEVER ENDED,
001100*           WAS REFUSED, OR HAS NOT STARTED - WITH THE START AND
001200*           END CLOCK, ELAPSED TIME, RETURN CODE, KEY COUNTS, AND
001300*           WHAT A STEP THAT HAS NOT STARTED IS WAITING ON.
001310* 10/15/2026 ESCALJSB - A PARTITIONED STEP'S PARTITIONS PRINT
001320*           BENEATH IT, ONE LINE EACH, SO A NIGHT SPLIT BY
001330*           PROVIDER RANGE SHOWS WHICH PARTITION IS LATE OR
001340*           FAILED.  PARTITION LINES DO NOT COUNT IN THE TOTALS.
001400******************************************************************
001500 DATE-COMPILED.
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER.            IBM-Z990.
001900 OBJECT-COMPUTER.            IBM-Z990.
002000 INPUT-OUTPUT  SECTION.
002100 FILE-CONTROL.
002200     SELECT STEP-REGISTRY        ASSIGN TO STEPREG
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS JSR-RECORD-KEY.
002600     SELECT RUN-CONTROL-FILE     ASSIGN TO RUNCTL
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS RUNM-RUN-DATE.
003000     SELECT BOARD-CONTROL        ASSIGN TO JSBCTL
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT STATUS-BOARD         ASSIGN TO JSBRPT
003300         ORGANIZATION IS SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  STEP-REGISTRY
003800     LABEL RECORDS ARE STANDARD.
003900 COPY JSRCPY.
004000/
004100 FD  RUN-CONTROL-FILE
004200     LABEL RECORDS ARE STANDARD.
004300 COPY RUNMCPY.
004400/
004500 FD  BOARD-CONTROL
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 COPY JSBCCPY.
004900/
005000 FD  STATUS-BOARD
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  JSBRPT-RECORD                  PIC X(132).
005400/
005500 WORKING-STORAGE SECTION.
005600 01  W-STORAGE-REF                  PIC X(46) VALUE
005700     'ESCALJSB      - W O R K I N G   S T O R A G E'.
005800
005900 01  WS-JSR-FOUND-SWITCH            PIC X(01).
006000     88  JSR-RECORD-FOUND                      VALUE 'Y'.
006100     88  JSR-RECORD-NOT-FOUND                  VALUE 'N'.
006200
006300 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
006400 01  WS-TODAY                       PIC 9(08).
006500 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
006600 01  WS-STEP-SUB                    PIC 9(02).
006700 01  WS-PRED-SUB                    PIC 9(02).
006800 01  WS-COUNT-SUB                   PIC 9(02).
006900 01  WS-WAITING-ON                  PIC X(08).
007000
007100 01  WS-CLOCK-TIME                  PIC 9(08).
007200 01  WS-CLOCK-PARTS  REDEFINES  WS-CLOCK-TIME.
007300     05  WS-CLOCK-HH                PIC 9(02).
007400     05  WS-CLOCK-MM                PIC 9(02).
007500     05  WS-CLOCK-SS                PIC 9(02).
007600     05  WS-CLOCK-CC                PIC 9(02).
007700 01  WS-CLOCK-SECONDS               PIC 9(09).
007800 01  WS-START-SECONDS               PIC 9(09).
007900 01  WS-ELAPSED-SECONDS             PIC S9(09).
008000 01  WS-ELAPSED-REMAINDER           PIC 9(09).
008100 01  WS-ELAPSED-HOURS               PIC 9(03).
008200
008300 01  WS-COMPLETED-STEPS             PIC 9(03) VALUE ZERO.
008400 01  WS-RUNNING-STEPS               PIC 9(03) VALUE ZERO.
008500 01  WS-ERROR-STEPS                 PIC 9(03) VALUE ZERO.
008600 01  WS-OUTSTANDING-STEPS           PIC 9(03) VALUE ZERO.
008610 01  WS-PART-SUB                    PIC 9(02).
008620 01  WS-PART-LABEL.
008630     05  FILLER                     PIC X(06) VALUE ' PART '.
008640     05  WS-PART-LABEL-NUMBER       PIC 9(02).
008700
008800 COPY JSDCPY.
008900
009000 01  RPT-HEADING-1.
009100     05  FILLER                     PIC X(05) VALUE SPACES.
009200     05  FILLER                     PIC X(36) VALUE
009300         'NIGHTLY JOB-STREAM STATUS BOARD'.
009400     05  FILLER                     PIC X(10) VALUE 'RUN DATE'.
009500     05  RPT-HDG-RUN-DATE           PIC 9(08).
009600     05  FILLER                     PIC X(12) VALUE '   PRINTED'.
009700     05  RPT-HDG-TODAY              PIC 9(08).
009800
009900 01  RPT-HEADING-2.
010000     05  FILLER                     PIC X(05) VALUE SPACES.
010100     05  FILLER                     PIC X(10) VALUE 'STEP'.
010200     05  FILLER                     PIC X(24) VALUE 'STATUS'.
010300     05  FILLER                     PIC X(19) VALUE 'STARTED'.
010400     05  FILLER                     PIC X(19) VALUE 'ENDED'.
010500     05  FILLER                     PIC X(11) VALUE 'ELAPSED'.
010600     05  FILLER                     PIC X(06) VALUE 'RC'.
010700     05  FILLER                     PIC X(06) VALUE 'RUNS'.
010800     05  FILLER                     PIC X(20) VALUE 'NOTE'.
010900
011000 01  RPT-DETAIL-LINE.
011100     05  FILLER                     PIC X(05) VALUE SPACES.
011200     05  RPT-STEP-NAME              PIC X(08).
011300     05  FILLER                     PIC X(02) VALUE SPACES.
011400     05  RPT-STATUS-TEXT            PIC X(22).
011500     05  FILLER                     PIC X(02) VALUE SPACES.
011600     05  RPT-START-DATE             PIC 9(08).
011700     05  FILLER                     PIC X(01) VALUE SPACES.
011800     05  RPT-START-TIME             PIC 99B99B99.
011900     05  FILLER                     PIC X(02) VALUE SPACES.
012000     05  RPT-END-DATE               PIC 9(08).
012100     05  FILLER                     PIC X(01) VALUE SPACES.
012200     05  RPT-END-TIME               PIC 99B99B99.
012300     05  FILLER                     PIC X(02) VALUE SPACES.
012400     05  RPT-ELAPSED-HH             PIC ZZ9.
012500     05  FILLER                     PIC X(01) VALUE ':'.
012600     05  RPT-ELAPSED-MM             PIC 99.
012700     05  FILLER                     PIC X(01) VALUE ':'.
012800     05  RPT-ELAPSED-SS             PIC 99.
012900     05  FILLER                     PIC X(02) VALUE SPACES.
013000     05  RPT-RETURN-CODE            PIC ZZZ9.
013100     05  FILLER                     PIC X(02) VALUE SPACES.
013200     05  RPT-COMPLETED-COUNT        PIC Z9.
013300     05  FILLER                     PIC X(04) VALUE SPACES.
013400     05  RPT-NOTE-TEXT              PIC X(40).
013500
013600 01  RPT-COUNT-LINE.
013700     05  FILLER                     PIC X(15) VALUE SPACES.
013800     05  RPT-COUNT-ENTRY  OCCURS 3 TIMES.
013900         10  RPT-COUNT-LABEL        PIC X(12).
014000         10  FILLER                 PIC X(01) VALUE SPACES.
014100         10  RPT-COUNT              PIC ZZZ,ZZZ,ZZ9.
014200         10  FILLER                 PIC X(04) VALUE SPACES.
014300
014400 01  RPT-TOTAL-LINE.
014500     05  FILLER                     PIC X(05) VALUE SPACES.
014600     05  FILLER                     PIC X(11) VALUE 'COMPLETED'.
014700     05  RPT-TOTAL-COMPLETED        PIC ZZ9.
014800     05  FILLER                     PIC X(15) VALUE
014900         '   IN PROGRESS'.
015000     05  RPT-TOTAL-RUNNING          PIC ZZ9.
015100     05  FILLER                     PIC X(12) VALUE '   IN ERROR'.
015200     05  RPT-TOTAL-ERROR            PIC ZZ9.
015300     05  FILLER                     PIC X(15) VALUE
015400         '   OUTSTANDING'.
015500     05  RPT-TOTAL-OUTSTANDING      PIC ZZ9.
015600/
015700 PROCEDURE DIVISION.
015800
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE.
016100     PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
016200        UNTIL WS-STEP-SUB > JSD-STEP-COUNT
016300        PERFORM 2000-REPORT-STEP
016400     END-PERFORM.
016500     PERFORM 4000-PRINT-TOTALS.
016600     PERFORM 5000-TERMINATE.
016700     GOBACK.
016800/
016900******************************************************************
017000***  The board reports the run date on the control card; zero,
017100***  or no card, means the last production run on RUNCTL.
017200******************************************************************
017300 1000-INITIALIZE.
017400     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
017500     OPEN INPUT BOARD-CONTROL.
017600     READ BOARD-CONTROL
017700         AT END MOVE 'Y'            TO WS-CTL-EOF-SWITCH
017800         NOT AT END
017900           IF JSBC-RUN-DATE NUMERIC  THEN
018000              MOVE JSBC-RUN-DATE    TO WS-RUN-DATE
018100           END-IF
018200     END-READ.
018300     CLOSE BOARD-CONTROL.
018400
018500     IF WS-RUN-DATE = ZERO  THEN
018600        MOVE WS-TODAY               TO WS-RUN-DATE
018700        OPEN INPUT RUN-CONTROL-FILE
018800        MOVE ZERO                   TO RUNM-RUN-DATE
018900        READ RUN-CONTROL-FILE
019000            INVALID KEY
019100               CONTINUE
019200            NOT INVALID KEY
019300               IF RUNM-PRIOR-RUN-DATE > ZERO  THEN
019400                  MOVE RUNM-PRIOR-RUN-DATE TO WS-RUN-DATE
019500               END-IF
019600        END-READ
019700        CLOSE RUN-CONTROL-FILE
019800     END-IF.
019900
020000     OPEN INPUT  STEP-REGISTRY.
020100     OPEN OUTPUT STATUS-BOARD.
020200
020300     MOVE WS-RUN-DATE               TO RPT-HDG-RUN-DATE.
020400     MOVE WS-TODAY                  TO RPT-HDG-TODAY.
020500     WRITE JSBRPT-RECORD  FROM RPT-HEADING-1.
020600     WRITE JSBRPT-RECORD  FROM RPT-HEADING-2.
020700/
020800 2000-REPORT-STEP.
020900     MOVE JSD-STEP-NAME (WS-STEP-SUB) TO RPT-STEP-NAME.
021000     MOVE WS-RUN-DATE               TO JSR-RUN-DATE.
021100     MOVE JSD-STEP-NAME (WS-STEP-SUB) TO JSR-STEP-NAME.
021150     MOVE ZERO                      TO JSR-PARTITION-NUMBER.
021200     PERFORM 2900-READ-REGISTRY.
021300     PERFORM 2010-CLEAR-DETAIL-LINE.
021340
021350     IF JSR-RECORD-NOT-FOUND  THEN
021360        MOVE 'NOT STARTED'          TO RPT-STATUS-TEXT
021370        ADD 1                       TO WS-OUTSTANDING-STEPS
021380        PERFORM 2100-FIND-WAITING-ON
021390        WRITE JSBRPT-RECORD  FROM RPT-DETAIL-LINE
021392     ELSE
021394        EVALUATE TRUE
021396           WHEN JSR-STEP-COMPLETED
021398              ADD 1                 TO WS-COMPLETED-STEPS
021400           WHEN JSR-STEP-ERROR-END
021402              ADD 1                 TO WS-ERROR-STEPS
021404           WHEN JSR-STEP-STARTED
021406              ADD 1                 TO WS-RUNNING-STEPS
021408           WHEN OTHER
021410              ADD 1                 TO WS-OUTSTANDING-STEPS
021412        END-EVALUATE
021414        PERFORM 2050-PRINT-REGISTRY-ENTRY
021416     END-IF.
021418
021420     PERFORM VARYING WS-PART-SUB FROM 1 BY 1
021422        UNTIL WS-PART-SUB > 9
021424        PERFORM 2300-REPORT-PARTITION
021426     END-PERFORM.
021428/
021430 2010-CLEAR-DETAIL-LINE.
021440     MOVE ZERO                      TO RPT-START-DATE
021500                                       RPT-START-TIME
021600                                       RPT-END-DATE
021700                                       RPT-END-TIME
021800                                       RPT-ELAPSED-HH
021900                                       RPT-ELAPSED-MM
022000                                       RPT-ELAPSED-SS
022100                                       RPT-RETURN-CODE
022200                                       RPT-COMPLETED-COUNT.
022300     MOVE SPACES                    TO RPT-NOTE-TEXT.
022400/
022500******************************************************************
022600***  One registry record - the step's own or one partition's -
022700***  with its clock, return code, note, and counts.
022800******************************************************************
022900 2050-PRINT-REGISTRY-ENTRY.
023100     EVALUATE TRUE
023200        WHEN JSR-STEP-COMPLETED
023300           MOVE 'COMPLETE'          TO RPT-STATUS-TEXT
023500        WHEN JSR-STEP-ERROR-END
023600           MOVE 'ENDED IN ERROR'    TO RPT-STATUS-TEXT
023800        WHEN JSR-STEP-STARTED
023900           MOVE 'STARTED - NO END'  TO RPT-STATUS-TEXT
024200        WHEN OTHER
024300           MOVE 'REFUSED'           TO RPT-STATUS-TEXT
024500     END-EVALUATE.
024600     MOVE JSR-START-DATE            TO RPT-START-DATE.
024700     DIVIDE JSR-START-TIME BY 100   GIVING RPT-START-TIME.
024800     MOVE JSR-END-DATE              TO RPT-END-DATE.
024900     DIVIDE JSR-END-TIME BY 100     GIVING RPT-END-TIME.
025000     MOVE JSR-RETURN-CODE           TO RPT-RETURN-CODE.
025100     MOVE JSR-COMPLETED-COUNT       TO RPT-COMPLETED-COUNT.
025200     IF JSR-END-DATE > ZERO  AND  JSR-START-DATE > ZERO  THEN
025300        PERFORM 2200-COMPUTE-ELAPSED
025400     END-IF.
025500     IF JSR-REFUSAL-TEXT NOT = SPACES  THEN
025600        MOVE JSR-REFUSAL-TEXT       TO RPT-NOTE-TEXT
025700     ELSE
025800        IF JSR-OVERRIDE-OPERATOR NOT = SPACES  THEN
025900           STRING 'OVERRIDE BY ' JSR-OVERRIDE-OPERATOR
026000              DELIMITED BY SIZE  INTO RPT-NOTE-TEXT
026100        END-IF
026200     END-IF.
026300     WRITE JSBRPT-RECORD  FROM RPT-DETAIL-LINE.
026400     IF JSR-COUNT-LABEL (1) NOT = SPACES  THEN
026500        PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
026600           UNTIL WS-COUNT-SUB > 3
026700           MOVE JSR-COUNT-LABEL (WS-COUNT-SUB) TO
026800                                    RPT-COUNT-LABEL (WS-COUNT-SUB)
026900           MOVE JSR-COUNT (WS-COUNT-SUB) TO
027000                                    RPT-COUNT (WS-COUNT-SUB)
027100        END-PERFORM
027200        WRITE JSBRPT-RECORD  FROM RPT-COUNT-LINE
027300     END-IF.
027400/
027410******************************************************************
027420***  A step run in provider-range partitions has one registry
027430***  record per partition besides its own.  Each prints beneath
027440***  the step; a partition never registered prints nothing.
027450******************************************************************
027460 2300-REPORT-PARTITION.
027470     MOVE WS-RUN-DATE               TO JSR-RUN-DATE.
027480     MOVE JSD-STEP-NAME (WS-STEP-SUB) TO JSR-STEP-NAME.
027490     MOVE WS-PART-SUB               TO JSR-PARTITION-NUMBER.
027500     PERFORM 2900-READ-REGISTRY.
027510     IF JSR-RECORD-FOUND  THEN
027520        PERFORM 2010-CLEAR-DETAIL-LINE
027530        MOVE WS-PART-SUB            TO WS-PART-LABEL-NUMBER
027540        MOVE WS-PART-LABEL          TO RPT-STEP-NAME
027550        PERFORM 2050-PRINT-REGISTRY-ENTRY
027560     END-IF.
027570/
027600******************************************************************
027700***  A step that has not started names the first predecessor
027800***  that has not completed for the run.
027900******************************************************************
028000 2100-FIND-WAITING-ON.
028100     MOVE SPACES                    TO WS-WAITING-ON.
028200     PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
028300        UNTIL WS-PRED-SUB > 4
028400           OR WS-WAITING-ON NOT = SPACES
028500        IF JSD-PREDECESSOR (WS-STEP-SUB, WS-PRED-SUB)
028600           NOT = SPACES  THEN
028700           MOVE WS-RUN-DATE         TO JSR-RUN-DATE
028800           MOVE JSD-PREDECESSOR (WS-STEP-SUB, WS-PRED-SUB)
028900                                    TO JSR-STEP-NAME
028950           MOVE ZERO                TO JSR-PARTITION-NUMBER
029000           PERFORM 2900-READ-REGISTRY
029100           IF JSR-RECORD-NOT-FOUND  OR
029200              NOT JSR-STEP-COMPLETED  THEN
029300              MOVE JSD-PREDECESSOR (WS-STEP-SUB, WS-PRED-SUB)
029400                                    TO WS-WAITING-ON
029500           END-IF
029600        END-IF
029700     END-PERFORM.
029800     IF WS-WAITING-ON NOT = SPACES  THEN
029900        STRING 'WAITING ON ' WS-WAITING-ON
030000           DELIMITED BY SIZE  INTO RPT-NOTE-TEXT
030100     END-IF.
030200/
030300 2200-COMPUTE-ELAPSED.
030400     MOVE JSR-START-TIME            TO WS-CLOCK-TIME.
030500     PERFORM 2250-CLOCK-TO-SECONDS.
030600     MOVE WS-CLOCK-SECONDS          TO WS-START-SECONDS.
030700     MOVE JSR-END-TIME              TO WS-CLOCK-TIME.
030800     PERFORM 2250-CLOCK-TO-SECONDS.
030900
031000     COMPUTE WS-ELAPSED-SECONDS =
031100        (FUNCTION INTEGER-OF-DATE (JSR-END-DATE)
031200       - FUNCTION INTEGER-OF-DATE (JSR-START-DATE)) * 86400
031300       + WS-CLOCK-SECONDS - WS-START-SECONDS.
031400     IF WS-ELAPSED-SECONDS < ZERO  THEN
031500        MOVE ZERO                   TO WS-ELAPSED-SECONDS
031600     END-IF.
031700
031800     DIVIDE WS-ELAPSED-SECONDS BY 3600
031900        GIVING WS-ELAPSED-HOURS  REMAINDER WS-ELAPSED-REMAINDER.
032000     MOVE WS-ELAPSED-HOURS          TO RPT-ELAPSED-HH.
032100     DIVIDE WS-ELAPSED-REMAINDER BY 60
032200        GIVING RPT-ELAPSED-MM  REMAINDER RPT-ELAPSED-SS.
032300/
032400 2250-CLOCK-TO-SECONDS.
032500     COMPUTE WS-CLOCK-SECONDS = WS-CLOCK-HH * 3600
032600                              + WS-CLOCK-MM * 60
032700                              + WS-CLOCK-SS.
032800/
032900 2900-READ-REGISTRY.
033000     READ STEP-REGISTRY
033100         INVALID KEY     MOVE 'N'   TO WS-JSR-FOUND-SWITCH
033200         NOT INVALID KEY MOVE 'Y'   TO WS-JSR-FOUND-SWITCH
033300     END-READ.
033400/
033500 4000-PRINT-TOTALS.
033600     MOVE WS-COMPLETED-STEPS        TO RPT-TOTAL-COMPLETED.
033700     MOVE WS-RUNNING-STEPS          TO RPT-TOTAL-RUNNING.
033800     MOVE WS-ERROR-STEPS            TO RPT-TOTAL-ERROR.
033900     MOVE WS-OUTSTANDING-STEPS      TO RPT-TOTAL-OUTSTANDING.
034000     WRITE JSBRPT-RECORD  FROM RPT-TOTAL-LINE.
034100/
034200 5000-TERMINATE.
034300     CLOSE STEP-REGISTRY
034400           STATUS-BOARD.
