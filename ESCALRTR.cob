000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALRTR.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALRTR - NEW PROGRAM
000700*         - RETROACTIVE-CHANGE ADJUSTMENT RELEASE.  WORKS THE
000800*           QUEUE ESCALRTQ BUILDS - THE STANDING QUEUE WITH
000900*           TONIGHT'S NEW LINES CONCATENATED BEHIND IT (RTQIN) -
001000*           AGAINST THE SUPERVISORS' DECISION FILE (RTQDEC, SEE
001100*           RTDCPY).  A DECISION NAMES A CHANGE ID AND EITHER ONE
001200*           CLAIM OR THE WHOLE CHANGE; A CLAIM DECISION WINS OVER
001300*           A CHANGE-WIDE ONE.  RELEASE WRITES THE LINE'S HISTORY
001400*           IMAGE AS AN ADJUSTMENT ('A') TO RTQADJO, WHICH THE
001500*           JOB CONCATENATES INTO THE NEXT NIGHTLY FEED (PRCCLM)
001600*           THE SAME AS THE ESCALMAS AND ESCALCTA ADJUSTMENTS;
001700*           CANCEL DROPS THE LINE.  A DECISION KEYED BY THE SAME
001800*           OPERATOR WHO KEYED THE MASTER-FILE CHANGE IS REFUSED
001900*           AND THE LINE STAYS PENDING.  UNDECIDED LINES CARRY
002000*           FORWARD (RTQHLDO) AND AGE ON THE REPORT (RTRRPT).
002100******************************************************************
002200 DATE-COMPILED.
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-Z990.
002600 OBJECT-COMPUTER.            IBM-Z990.
002700 INPUT-OUTPUT  SECTION.
002800 FILE-CONTROL.
002900     SELECT QUEUE-IN             ASSIGN TO RTQIN
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT DECISIONS-IN         ASSIGN TO RTQDEC
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT QUEUE-OUT            ASSIGN TO RTQHLDO
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT ADJ-TRANSACTION-OUT  ASSIGN TO RTQADJO
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT RELEASE-REPORT       ASSIGN TO RTRRPT
003800         ORGANIZATION IS SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  QUEUE-IN
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004500 COPY RTQCPY.
004600/
004700 FD  DECISIONS-IN
004800     LABEL RECORDS ARE STANDARD
004900     RECORDING MODE IS F.
005000 COPY RTDCPY.
005100/
005200 FD  QUEUE-OUT
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 01  RTQHLDO-RECORD                 PIC X(688).
005600/
005700 FD  ADJ-TRANSACTION-OUT
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000 01  RTQADJ-RECORD                  PIC X(579).
006100/
006200 FD  RELEASE-REPORT
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500 01  RTRRPT-RECORD                  PIC X(100).
006600/
006700 WORKING-STORAGE SECTION.
006800 01  W-STORAGE-REF                  PIC X(46) VALUE
006900     'ESCALRTR      - W O R K I N G   S T O R A G E'.
007000
007100 01  WS-QUEUE-EOF-SWITCH            PIC X(01) VALUE 'N'.
007200     88  QUEUE-END-OF-FILE                     VALUE 'Y'.
007300     88  QUEUE-NOT-END-OF-FILE                 VALUE 'N'.
007400
007500 01  WS-DEC-EOF-SWITCH              PIC X(01) VALUE 'N'.
007600     88  DEC-END-OF-FILE                       VALUE 'Y'.
007700     88  DEC-NOT-END-OF-FILE                   VALUE 'N'.
007800
007900 01  WS-TODAY                       PIC 9(08).
008000 01  WS-TODAY-INT                   PIC S9(09).
008100 01  WS-PENDING-DAYS                PIC S9(09).
008200
008300******************************************************************
008400*  THE SUPERVISORS' DECISIONS IN MEMORY.                         *
008500******************************************************************
008600 01  WS-DEC-TABLE.
008700     05  WS-DEC-ENTRY  OCCURS 2000 TIMES.
008800         10  WS-DEC-CHANGE-ID       PIC X(12).
008900         10  WS-DEC-CLAIM           PIC X(13).
009000         10  WS-DEC-CODE            PIC X(01).
009100         10  WS-DEC-OPERATOR        PIC X(08).
009200 01  WS-DEC-COUNT                   PIC 9(04) VALUE ZERO.
009300 01  WS-DEC-SUB                     PIC 9(04).
009400 01  WS-DEC-MATCH-SUB               PIC 9(04).
009500 01  WS-MATCH-CLAIM                 PIC X(13).
009600
009700 01  WS-QUEUE-READ-COUNT            PIC 9(07) VALUE ZERO.
009800 01  WS-RELEASED-COUNT              PIC 9(07) VALUE ZERO.
009900 01  WS-RELEASED-SWING-AMT          PIC S9(09)V9(02) VALUE ZERO.
010000 01  WS-CANCELLED-COUNT             PIC 9(07) VALUE ZERO.
010100 01  WS-REFUSED-COUNT               PIC 9(07) VALUE ZERO.
010200 01  WS-CARRIED-COUNT               PIC 9(07) VALUE ZERO.
010300
010400 01  RPT-HEADING-1.
010500     05  FILLER                     PIC X(05) VALUE SPACES.
010600     05  FILLER                     PIC X(44) VALUE
010700         'RETROACTIVE-CHANGE ADJUSTMENT RELEASE'.
010800     05  RPT-HDR-RUN-DATE           PIC 9(08).
010900
011000 01  RPT-DETAIL-LINE.
011100     05  FILLER                     PIC X(05) VALUE SPACES.
011200     05  RPT-CHANGE-DATE            PIC 9(08).
011300     05  FILLER                     PIC X(01) VALUE '-'.
011400     05  RPT-CHANGE-SEQ             PIC 9(04).
011500     05  FILLER                     PIC X(02) VALUE SPACES.
011600     05  RPT-CLAIM-NUMBER           PIC X(13).
011700     05  FILLER                     PIC X(02) VALUE SPACES.
011800     05  RPT-SWING-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
011900     05  FILLER                     PIC X(02) VALUE SPACES.
012000     05  RPT-PENDING-DAYS           PIC ZZZ9.
012100     05  FILLER                     PIC X(02) VALUE SPACES.
012200     05  RPT-RESULT-TEXT            PIC X(40).
012300
012400 01  RPT-TOTAL-LINE.
012500     05  FILLER                     PIC X(05) VALUE SPACES.
012600     05  RPT-TOTAL-TEXT             PIC X(44).
012700     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
012800
012900 01  RPT-SWING-TOTAL-LINE.
013000     05  FILLER                     PIC X(05) VALUE SPACES.
013100     05  FILLER                     PIC X(44) VALUE
013200         'ESTIMATED SWING RELEASED  . . . . . . . . .'.
013300     05  RPT-TOTAL-SWING-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
013400/
013500 COPY CLAIMXCPY.
013600/
013700 PROCEDURE DIVISION.
013800
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE.
014100     PERFORM 2000-WORK-ONE-QUEUE-LINE UNTIL QUEUE-END-OF-FILE.
014200     PERFORM 4000-PRINT-RUN-TOTALS.
014300     PERFORM 5000-TERMINATE.
014400     GOBACK.
014500/
014600 1000-INITIALIZE.
014700     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
014800     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
014900
015000     OPEN INPUT DECISIONS-IN.
015100     PERFORM 1100-LOAD-ONE-DECISION UNTIL DEC-END-OF-FILE.
015200     CLOSE DECISIONS-IN.
015300
015400     OPEN INPUT  QUEUE-IN.
015500     OPEN OUTPUT QUEUE-OUT.
015600     OPEN OUTPUT ADJ-TRANSACTION-OUT.
015700     OPEN OUTPUT RELEASE-REPORT.
015800
015900     MOVE WS-TODAY                  TO RPT-HDR-RUN-DATE.
016000     WRITE RTRRPT-RECORD         FROM RPT-HEADING-1.
016100
016200     PERFORM 2900-READ-NEXT-QUEUE.
016300/
016400 1100-LOAD-ONE-DECISION.
016500     READ DECISIONS-IN
016600         AT END MOVE 'Y'            TO WS-DEC-EOF-SWITCH
016700         NOT AT END
016800           IF WS-DEC-COUNT < 2000  THEN
016900              ADD 1                 TO WS-DEC-COUNT
017000              MOVE RTD-CHANGE-ID    TO
017100                 WS-DEC-CHANGE-ID (WS-DEC-COUNT)
017200              MOVE RTD-CLAIM-NUMBER TO
017300                 WS-DEC-CLAIM (WS-DEC-COUNT)
017400              MOVE RTD-DECISION-CODE TO
017500                 WS-DEC-CODE (WS-DEC-COUNT)
017600              MOVE RTD-OPERATOR-ID  TO
017700                 WS-DEC-OPERATOR (WS-DEC-COUNT)
017800           ELSE
017900              DISPLAY 'ESCALRTR - MORE THAN 2000 DECISIONS - '
018000                 'EXTRAS IGNORED'
018100              MOVE 4                TO RETURN-CODE
018200              MOVE 'Y'              TO WS-DEC-EOF-SWITCH
018300           END-IF
018400     END-READ.
018500/
018600******************************************************************
018700*  A DECISION FOR THE LINE'S OWN CLAIM WINS; FAILING THAT, ONE   *
018800*  FOR EVERY LINE OF THE CHANGE.                                 *
018900******************************************************************
019000 2000-WORK-ONE-QUEUE-LINE.
019100     ADD 1                          TO WS-QUEUE-READ-COUNT.
019200     MOVE RTQ-CLAIM-EXTRACT-IMAGE   TO CLAIM-EXTRACT-RECORD.
019300
019400     MOVE ZERO                      TO WS-DEC-MATCH-SUB.
019500     MOVE CX-CLAIM-NUMBER           TO WS-MATCH-CLAIM.
019600     PERFORM 2100-CHECK-ONE-DECISION
019700        VARYING WS-DEC-SUB FROM 1 BY 1
019800        UNTIL WS-DEC-SUB > WS-DEC-COUNT
019900           OR WS-DEC-MATCH-SUB > ZERO.
020000     IF WS-DEC-MATCH-SUB = ZERO  THEN
020100        MOVE SPACES                 TO WS-MATCH-CLAIM
020200        PERFORM 2100-CHECK-ONE-DECISION
020300           VARYING WS-DEC-SUB FROM 1 BY 1
020400           UNTIL WS-DEC-SUB > WS-DEC-COUNT
020500              OR WS-DEC-MATCH-SUB > ZERO
020600     END-IF.
020700
020800     MOVE RTQ-CHANGE-DATE           TO RPT-CHANGE-DATE.
020900     MOVE RTQ-CHANGE-SEQ            TO RPT-CHANGE-SEQ.
021000     MOVE CX-CLAIM-NUMBER           TO RPT-CLAIM-NUMBER.
021100     COMPUTE RPT-SWING-AMT = RTQ-ESTIMATED-AMT - RTQ-PAID-AMT.
021200     PERFORM 3600-COMPUTE-PENDING-DAYS.
021300
021400     EVALUATE TRUE
021500        WHEN WS-DEC-MATCH-SUB = ZERO
021600           PERFORM 3500-CARRY-FORWARD-LINE
021700        WHEN RTQ-CHANGE-OPERATOR NOT = SPACES  AND
021800             WS-DEC-OPERATOR (WS-DEC-MATCH-SUB) =
021900                RTQ-CHANGE-OPERATOR
022000           PERFORM 3300-REFUSE-DECISION
022100        WHEN WS-DEC-CODE (WS-DEC-MATCH-SUB) = 'R'
022200           PERFORM 3100-RELEASE-ADJUSTMENT
022300        WHEN WS-DEC-CODE (WS-DEC-MATCH-SUB) = 'C'
022400           PERFORM 3200-CANCEL-LINE
022500        WHEN OTHER
022600           PERFORM 3500-CARRY-FORWARD-LINE
022700     END-EVALUATE.
022800
022900     PERFORM 2900-READ-NEXT-QUEUE.
023000/
023100 2100-CHECK-ONE-DECISION.
023200     IF WS-DEC-CHANGE-ID (WS-DEC-SUB) = RTQ-CHANGE-ID  AND
023300        WS-DEC-CLAIM (WS-DEC-SUB) = WS-MATCH-CLAIM  THEN
023400        MOVE WS-DEC-SUB             TO WS-DEC-MATCH-SUB
023500     END-IF.
023600/
023700 2900-READ-NEXT-QUEUE.
023800     READ QUEUE-IN
023900         AT END MOVE 'Y'            TO WS-QUEUE-EOF-SWITCH
024000     END-READ.
024100/
024200******************************************************************
024300*  RELEASE - THE LINE'S STANDING HISTORY IMAGE GOES TO THE NEXT  *
024400*  NIGHTLY FEED AS AN ADJUSTMENT, WHERE THE RUN REPRICES IT      *
024500*  AGAINST THE MASTER FILES AS THEY THEN STAND.                  *
024600******************************************************************
024700 3100-RELEASE-ADJUSTMENT.
024800     MOVE 'A'                       TO CX-CLAIM-ACTION-CODE.
024900     WRITE RTQADJ-RECORD         FROM CLAIM-EXTRACT-RECORD.
025000     ADD 1                          TO WS-RELEASED-COUNT.
025100     COMPUTE WS-RELEASED-SWING-AMT = WS-RELEASED-SWING-AMT +
025200        RTQ-ESTIMATED-AMT - RTQ-PAID-AMT.
025300     MOVE 'RELEASED BY'             TO RPT-RESULT-TEXT.
025400     MOVE WS-DEC-OPERATOR (WS-DEC-MATCH-SUB) TO
025500        RPT-RESULT-TEXT (13:8).
025600     WRITE RTRRPT-RECORD         FROM RPT-DETAIL-LINE.
025700/
025800 3200-CANCEL-LINE.
025900     ADD 1                          TO WS-CANCELLED-COUNT.
026000     MOVE 'CANCELLED BY'            TO RPT-RESULT-TEXT.
026100     MOVE WS-DEC-OPERATOR (WS-DEC-MATCH-SUB) TO
026200        RPT-RESULT-TEXT (14:8).
026300     WRITE RTRRPT-RECORD         FROM RPT-DETAIL-LINE.
026400/
026500******************************************************************
026600*  THE OPERATOR WHO KEYED THE MASTER-FILE CHANGE MAY NOT ALSO    *
026700*  RELEASE OR CANCEL WHAT IT QUEUED - THE LINE STAYS PENDING FOR *
026800*  ANOTHER SUPERVISOR.                                           *
026900******************************************************************
027000 3300-REFUSE-DECISION.
027100     ADD 1                          TO WS-REFUSED-COUNT.
027200     ADD 1                          TO WS-CARRIED-COUNT.
027300     WRITE RTQHLDO-RECORD        FROM RETRO-ADJ-QUEUE-RECORD.
027400     MOVE 'REFUSED - SAME OPERATOR AS CHANGE'
027500                                    TO RPT-RESULT-TEXT.
027600     WRITE RTRRPT-RECORD         FROM RPT-DETAIL-LINE.
027700/
027800 3500-CARRY-FORWARD-LINE.
027900     ADD 1                          TO WS-CARRIED-COUNT.
028000     WRITE RTQHLDO-RECORD        FROM RETRO-ADJ-QUEUE-RECORD.
028100     MOVE 'STILL PENDING'           TO RPT-RESULT-TEXT.
028200     WRITE RTRRPT-RECORD         FROM RPT-DETAIL-LINE.
028300/
028400 3600-COMPUTE-PENDING-DAYS.
028500     IF RTQ-QUEUE-DATE NUMERIC  AND  RTQ-QUEUE-DATE > ZERO  THEN
028600        COMPUTE WS-PENDING-DAYS =
028700           WS-TODAY-INT -
028800           FUNCTION INTEGER-OF-DATE(RTQ-QUEUE-DATE)
028900     ELSE
029000        MOVE ZERO                   TO WS-PENDING-DAYS
029100     END-IF.
029200     MOVE WS-PENDING-DAYS           TO RPT-PENDING-DAYS.
029300/
029400 4000-PRINT-RUN-TOTALS.
029500     MOVE SPACES                    TO RTRRPT-RECORD.
029600     WRITE RTRRPT-RECORD.
029700
029800     MOVE 'QUEUE LINES READ . . . . . . . . . . . . .' TO
029900                                    RPT-TOTAL-TEXT.
030000     MOVE WS-QUEUE-READ-COUNT       TO RPT-TOTAL-COUNT.
030100     WRITE RTRRPT-RECORD         FROM RPT-TOTAL-LINE.
030200
030300     MOVE 'RELEASED AS ADJUSTMENTS  . . . . . . . . .' TO
030400                                    RPT-TOTAL-TEXT.
030500     MOVE WS-RELEASED-COUNT         TO RPT-TOTAL-COUNT.
030600     WRITE RTRRPT-RECORD         FROM RPT-TOTAL-LINE.
030700
030800     MOVE 'CANCELLED  . . . . . . . . . . . . . . . .' TO
030900                                    RPT-TOTAL-TEXT.
031000     MOVE WS-CANCELLED-COUNT        TO RPT-TOTAL-COUNT.
031100     WRITE RTRRPT-RECORD         FROM RPT-TOTAL-LINE.
031200
031300     MOVE 'DECISIONS REFUSED - SAME OPERATOR  . . . .' TO
031400                                    RPT-TOTAL-TEXT.
031500     MOVE WS-REFUSED-COUNT          TO RPT-TOTAL-COUNT.
031600     WRITE RTRRPT-RECORD         FROM RPT-TOTAL-LINE.
031700
031800     MOVE 'CARRIED FORWARD PENDING  . . . . . . . . .' TO
031900                                    RPT-TOTAL-TEXT.
032000     MOVE WS-CARRIED-COUNT          TO RPT-TOTAL-COUNT.
032100     WRITE RTRRPT-RECORD         FROM RPT-TOTAL-LINE.
032200
032300     MOVE WS-RELEASED-SWING-AMT     TO RPT-TOTAL-SWING-AMT.
032400     WRITE RTRRPT-RECORD         FROM RPT-SWING-TOTAL-LINE.
032500/
032600 5000-TERMINATE.
032700     CLOSE QUEUE-IN
032800           QUEUE-OUT
032900           ADJ-TRANSACTION-OUT
033000           RELEASE-REPORT.
