000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALAPG.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALAPG - NEW PROGRAM
000700*         - DAILY APPEALS DEADLINE AGING.  READS THE APPEALS CASE
000800*           MASTER (APCFILE) AND LISTS EVERY CASE WHOSE STATUTORY
000900*           CLOCK RUNS OUT WITHIN THE WARNING WINDOW OR HAS
001000*           ALREADY RUN OUT - AN OPEN CASE AGAINST ITS LEVEL'S
001100*           DECISION DUE DATE, A FAVORABLE DECISION AGAINST ITS
001200*           EFFECTUATION DUE DATE - WITH THE DAYS LEFT OR PAST,
001300*           THEN COUNTS BY LEVEL THE CASES OPEN, DUE SOON AND
001400*           BREACHED.  RETURN CODE 4 WHEN ANY CLOCK IS BREACHED.
001500******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.            IBM-Z990.
002000 OBJECT-COMPUTER.            IBM-Z990.
002100 INPUT-OUTPUT  SECTION.
002200 FILE-CONTROL.
002300     SELECT APPEAL-CASE-FILE     ASSIGN TO APCFILE
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS APC-RECORD-KEY.
002700     SELECT AGING-REPORT         ASSIGN TO APGRPT
002800         ORGANIZATION IS SEQUENTIAL.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  APPEAL-CASE-FILE
003300     LABEL RECORDS ARE STANDARD.
003400 COPY APCCPY.
003500/
003600 FD  AGING-REPORT
003700     LABEL RECORDS ARE STANDARD
003800     RECORDING MODE IS F.
003900 01  APGRPT-RECORD                  PIC X(100).
004000/
004100 WORKING-STORAGE SECTION.
004200 01  W-STORAGE-REF                  PIC X(46) VALUE
004300     'ESCALAPG      - W O R K I N G   S T O R A G E'.
004400
004500 01  WS-CASE-EOF-SWITCH             PIC X(01) VALUE 'N'.
004600     88  CASE-END-OF-FILE                      VALUE 'Y'.
004700     88  CASE-NOT-END-OF-FILE                  VALUE 'N'.
004800
004900 01  WS-TODAY                       PIC 9(08).
005000 01  WS-TODAY-INT                   PIC 9(07).
005100 01  WS-CLOCK-DUE-DATE              PIC 9(08).
005200 01  WS-DAYS-LEFT                   PIC S9(05).
005300 01  WS-LEVEL                       PIC 9(01).
005400
005500******************************************************************
005600*  A CLOCK RUNNING OUT WITHIN THIS MANY CALENDAR DAYS IS LISTED. *
005700******************************************************************
005800 01  WS-WARNING-DAYS                PIC 9(03) VALUE 10.
005900
006000 01  WS-LEVEL-NAME-VALUES.
006100     05  FILLER                     PIC X(16) VALUE
006200         'REDETERMINATION'.
006300     05  FILLER                     PIC X(16) VALUE
006400         'RECONSIDERATION'.
006500     05  FILLER                     PIC X(16) VALUE
006600         'ALJ HEARING'.
006700     05  FILLER                     PIC X(16) VALUE
006800         'COUNCIL REVIEW'.
006900 01  WS-LEVEL-NAME-TABLE  REDEFINES  WS-LEVEL-NAME-VALUES.
007000     05  WS-LEVEL-NAME  OCCURS 4 TIMES
007100                                    PIC X(16).
007200
007300 01  WS-LEVEL-TOTALS.
007400     05  WS-LVL-ENTRY  OCCURS 4 TIMES.
007500         10  WS-LVL-OPEN-COUNT      PIC 9(07).
007600         10  WS-LVL-DUE-SOON-COUNT  PIC 9(07).
007700         10  WS-LVL-BREACHED-COUNT  PIC 9(07).
007800         10  WS-LVL-EFFECT-COUNT    PIC 9(07).
007900         10  WS-LVL-EFFECT-LATE-COUNT
008000                                    PIC 9(07).
008100
008200 01  WS-CASES-READ-COUNT            PIC 9(07) VALUE ZERO.
008300 01  WS-CASES-LISTED-COUNT          PIC 9(07) VALUE ZERO.
008400 01  WS-BREACHED-COUNT              PIC 9(07) VALUE ZERO.
008500
008600 01  RPT-HEADING-1.
008700     05  FILLER                     PIC X(05) VALUE SPACES.
008800     05  FILLER                     PIC X(40) VALUE
008900         'APPEALS DEADLINE AGING - RUN DATE'.
009000     05  RPT-HDG-DATE               PIC 9(08).
009100
009200 01  RPT-HEADING-2.
009300     05  FILLER                     PIC X(01) VALUE SPACES.
009400     05  FILLER                     PIC X(16) VALUE 'CASE'.
009500     05  FILLER                     PIC X(17) VALUE 'LEVEL'.
009600     05  FILLER                     PIC X(07) VALUE 'PROV'.
009700     05  FILLER                     PIC X(11) VALUE 'CLOCK'.
009800     05  FILLER                     PIC X(10) VALUE 'STARTED'.
009900     05  FILLER                     PIC X(10) VALUE 'DUE'.
010000     05  FILLER                     PIC X(08) VALUE 'DAYS'.
010100     05  FILLER                     PIC X(09) VALUE 'ANALYST'.
010200     05  FILLER                     PIC X(09) VALUE 'STATE'.
010300
010400 01  RPT-DETAIL-LINE.
010500     05  FILLER                     PIC X(01) VALUE SPACES.
010600     05  RPT-CASE-NUMBER            PIC X(15).
010700     05  FILLER                     PIC X(01) VALUE SPACES.
010800     05  RPT-LEVEL-NAME             PIC X(16).
010900     05  FILLER                     PIC X(01) VALUE SPACES.
011000     05  RPT-PROVIDER               PIC X(06).
011100     05  FILLER                     PIC X(01) VALUE SPACES.
011200     05  RPT-CLOCK                  PIC X(10).
011300     05  FILLER                     PIC X(01) VALUE SPACES.
011400     05  RPT-START-DATE             PIC 9(08).
011500     05  FILLER                     PIC X(02) VALUE SPACES.
011600     05  RPT-DUE-DATE               PIC 9(08).
011700     05  FILLER                     PIC X(01) VALUE SPACES.
011800     05  RPT-DAYS-LEFT              PIC -Z,ZZ9.
011900     05  FILLER                     PIC X(02) VALUE SPACES.
012000     05  RPT-ANALYST                PIC X(08).
012100     05  FILLER                     PIC X(01) VALUE SPACES.
012200     05  RPT-STATE                  PIC X(09).
012300
012400 01  RPT-LEVEL-HEADING.
012500     05  FILLER                     PIC X(05) VALUE SPACES.
012600     05  FILLER                     PIC X(18) VALUE 'LEVEL'.
012700     05  FILLER                     PIC X(09) VALUE '    OPEN'.
012800     05  FILLER                     PIC X(09) VALUE 'DUE SOON'.
012900     05  FILLER                     PIC X(09) VALUE 'BREACHED'.
013000     05  FILLER                     PIC X(12) VALUE ' TO EFFECT'.
013100     05  FILLER                     PIC X(09) VALUE '    LATE'.
013200
013300 01  RPT-LEVEL-LINE.
013400     05  FILLER                     PIC X(05) VALUE SPACES.
013500     05  RPT-LVL-NAME               PIC X(16).
013600     05  FILLER                     PIC X(02) VALUE SPACES.
013700     05  RPT-LVL-OPEN               PIC ZZZ,ZZ9.
013800     05  FILLER                     PIC X(02) VALUE SPACES.
013900     05  RPT-LVL-DUE-SOON           PIC ZZZ,ZZ9.
014000     05  FILLER                     PIC X(02) VALUE SPACES.
014100     05  RPT-LVL-BREACHED           PIC ZZZ,ZZ9.
014200     05  FILLER                     PIC X(05) VALUE SPACES.
014300     05  RPT-LVL-EFFECT             PIC ZZZ,ZZ9.
014400     05  FILLER                     PIC X(02) VALUE SPACES.
014500     05  RPT-LVL-EFFECT-LATE        PIC ZZZ,ZZ9.
014600
014700 01  RPT-TOTAL-LINE.
014800     05  FILLER                     PIC X(05) VALUE SPACES.
014900     05  RPT-TOTAL-TEXT             PIC X(30).
015000     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
015100/
015200 PROCEDURE DIVISION.
015300
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE.
015600     PERFORM 2000-AGE-ONE-CASE UNTIL CASE-END-OF-FILE.
015700     PERFORM 6000-PRINT-RUN-TOTALS.
015800     PERFORM 7000-TERMINATE.
015900     IF WS-BREACHED-COUNT > ZERO  THEN
016000        MOVE 4                      TO RETURN-CODE
016100     END-IF.
016200     GOBACK.
016300/
016400 1000-INITIALIZE.
016500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
016600     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
016700     MOVE ZEROS                     TO WS-LEVEL-TOTALS.
016800
016900     OPEN INPUT  APPEAL-CASE-FILE.
017000     OPEN OUTPUT AGING-REPORT.
017100
017200     MOVE WS-TODAY                  TO RPT-HDG-DATE.
017300     WRITE APGRPT-RECORD         FROM RPT-HEADING-1.
017400     WRITE APGRPT-RECORD         FROM RPT-HEADING-2.
017500
017600     MOVE LOW-VALUES                TO APC-RECORD-KEY.
017700     START APPEAL-CASE-FILE KEY IS >= APC-RECORD-KEY
017800         INVALID KEY MOVE 'Y'       TO WS-CASE-EOF-SWITCH
017900     END-START.
018000     IF CASE-NOT-END-OF-FILE  THEN
018100        PERFORM 2900-READ-NEXT-CASE
018200     END-IF.
018300/
018400******************************************************************
018500*  ONE CASE.  ONLY AN OPEN CASE OR A FAVORABLE DECISION NOT YET  *
018600*  EFFECTUATED HAS A CLOCK RUNNING.                              *
018700******************************************************************
018800 2000-AGE-ONE-CASE.
018900     ADD 1                          TO WS-CASES-READ-COUNT.
019000     MOVE APC-APPEAL-LEVEL          TO WS-LEVEL.
019100     IF WS-LEVEL < 1  OR  WS-LEVEL > 4  THEN
019200        MOVE 1                      TO WS-LEVEL
019300     END-IF.
019400
019500     EVALUATE TRUE
019600        WHEN APC-OPEN
019700           ADD 1          TO WS-LVL-OPEN-COUNT (WS-LEVEL)
019800           MOVE 'DECISION'          TO RPT-CLOCK
019900           MOVE APC-RECEIVED-DATE   TO RPT-START-DATE
020000           MOVE APC-DUE-DATE        TO WS-CLOCK-DUE-DATE
020100           PERFORM 2100-TEST-CLOCK
020200        WHEN APC-AWAITING-EFFECTUATION
020300           ADD 1          TO WS-LVL-EFFECT-COUNT (WS-LEVEL)
020400           MOVE 'EFFECTUATE'        TO RPT-CLOCK
020500           MOVE APC-DECISION-DATE   TO RPT-START-DATE
020600           MOVE APC-EFFECTUATION-DUE-DATE TO WS-CLOCK-DUE-DATE
020700           PERFORM 2100-TEST-CLOCK
020800        WHEN OTHER
020900           CONTINUE
021000     END-EVALUATE.
021100
021200     PERFORM 2900-READ-NEXT-CASE.
021300/
021400 2100-TEST-CLOCK.
021500     IF WS-CLOCK-DUE-DATE NUMERIC  AND  WS-CLOCK-DUE-DATE > ZERO
021600        THEN
021700        COMPUTE WS-DAYS-LEFT =
021800           FUNCTION INTEGER-OF-DATE(WS-CLOCK-DUE-DATE) -
021900           WS-TODAY-INT
022000     ELSE
022100        MOVE ZERO                   TO WS-DAYS-LEFT
022200     END-IF.
022300
022400     IF WS-DAYS-LEFT NOT > WS-WARNING-DAYS  THEN
022500        EVALUATE TRUE
022600           WHEN WS-DAYS-LEFT < ZERO
022700              MOVE 'BREACHED'       TO RPT-STATE
022800              ADD 1                 TO WS-BREACHED-COUNT
022900              IF APC-OPEN  THEN
023000                 ADD 1              TO
023100                    WS-LVL-BREACHED-COUNT (WS-LEVEL)
023200              ELSE
023300                 ADD 1              TO
023400                    WS-LVL-EFFECT-LATE-COUNT (WS-LEVEL)
023500              END-IF
023600           WHEN WS-DAYS-LEFT = ZERO
023700              MOVE 'DUE TODAY'      TO RPT-STATE
023800              IF APC-OPEN  THEN
023900                 ADD 1              TO
024000                    WS-LVL-DUE-SOON-COUNT (WS-LEVEL)
024100              END-IF
024200           WHEN OTHER
024300              MOVE 'DUE SOON'       TO RPT-STATE
024400              IF APC-OPEN  THEN
024500                 ADD 1              TO
024600                    WS-LVL-DUE-SOON-COUNT (WS-LEVEL)
024700              END-IF
024800        END-EVALUATE
024900        MOVE APC-CASE-NUMBER        TO RPT-CASE-NUMBER
025000        MOVE WS-LEVEL-NAME (WS-LEVEL) TO RPT-LEVEL-NAME
025100        MOVE APC-PROVIDER-NUMBER    TO RPT-PROVIDER
025200        MOVE WS-CLOCK-DUE-DATE      TO RPT-DUE-DATE
025300        MOVE WS-DAYS-LEFT           TO RPT-DAYS-LEFT
025400        MOVE APC-ANALYST-ID         TO RPT-ANALYST
025500        WRITE APGRPT-RECORD  FROM RPT-DETAIL-LINE
025600        ADD 1                       TO WS-CASES-LISTED-COUNT
025700     END-IF.
025800/
025900 2900-READ-NEXT-CASE.
026000     READ APPEAL-CASE-FILE NEXT RECORD
026100         AT END MOVE 'Y'            TO WS-CASE-EOF-SWITCH
026200     END-READ.
026300/
026400 6000-PRINT-RUN-TOTALS.
026500     MOVE SPACES                    TO APGRPT-RECORD.
026600     WRITE APGRPT-RECORD.
026700     WRITE APGRPT-RECORD         FROM RPT-LEVEL-HEADING.
026800     PERFORM 6100-PRINT-ONE-LEVEL
026900        VARYING WS-LEVEL FROM 1 BY 1
027000        UNTIL WS-LEVEL > 4.
027100
027200     MOVE SPACES                    TO APGRPT-RECORD.
027300     WRITE APGRPT-RECORD.
027400
027500     MOVE 'CASES READ  . . . . . . . . .' TO RPT-TOTAL-TEXT.
027600     MOVE WS-CASES-READ-COUNT       TO RPT-TOTAL-COUNT.
027700     WRITE APGRPT-RECORD  FROM RPT-TOTAL-LINE.
027800
027900     MOVE 'CASES LISTED  . . . . . . . .' TO RPT-TOTAL-TEXT.
028000     MOVE WS-CASES-LISTED-COUNT     TO RPT-TOTAL-COUNT.
028100     WRITE APGRPT-RECORD  FROM RPT-TOTAL-LINE.
028200
028300     MOVE 'CLOCKS BREACHED . . . . . . .' TO RPT-TOTAL-TEXT.
028400     MOVE WS-BREACHED-COUNT         TO RPT-TOTAL-COUNT.
028500     WRITE APGRPT-RECORD  FROM RPT-TOTAL-LINE.
028600/
028700 6100-PRINT-ONE-LEVEL.
028800     MOVE WS-LEVEL-NAME (WS-LEVEL)  TO RPT-LVL-NAME.
028900     MOVE WS-LVL-OPEN-COUNT (WS-LEVEL) TO RPT-LVL-OPEN.
029000     MOVE WS-LVL-DUE-SOON-COUNT (WS-LEVEL) TO RPT-LVL-DUE-SOON.
029100     MOVE WS-LVL-BREACHED-COUNT (WS-LEVEL) TO RPT-LVL-BREACHED.
029200     MOVE WS-LVL-EFFECT-COUNT (WS-LEVEL) TO RPT-LVL-EFFECT.
029300     MOVE WS-LVL-EFFECT-LATE-COUNT (WS-LEVEL) TO
029400                                       RPT-LVL-EFFECT-LATE.
029500     WRITE APGRPT-RECORD  FROM RPT-LEVEL-LINE.
029600/
029700 7000-TERMINATE.
029800     CLOSE APPEAL-CASE-FILE
029900           AGING-REPORT.
