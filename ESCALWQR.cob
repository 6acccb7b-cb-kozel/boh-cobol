000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALWQR.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALWQR - NEW PROGRAM
000700*         - WEEKLY WORK-QUEUE PRODUCTIVITY AND BACKLOG AGING.  ONE
000800*           PASS OF THE WORK-ITEM MASTER (WRKFILE) GIVES, FOR EACH
000900*           ANALYST AND QUEUE (THE UNASSIGNED POOL AS ITS OWN
001000*           ANALYST): THE OPEN ITEMS AGED 0-7, 8-14, 15-30 AND
001100*           OVER 30 DAYS SINCE THEY OPENED, THOSE IDLE 14 DAYS OR
001200*           MORE, THE ITEMS ASSIGNED AND THE ITEMS CLOSED IN THE
001300*           SEVEN DAYS ENDING TODAY, AND THE AVERAGE DAYS FROM
001400*           OPEN TO CLOSE OF THOSE CLOSED.  THEN THE SAME FIGURES
001500*           BY QUEUE AND FOR ALL QUEUES.  READS ONLY.
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.            IBM-Z990.
002100 OBJECT-COMPUTER.            IBM-Z990.
002200 INPUT-OUTPUT  SECTION.
002300 FILE-CONTROL.
002400     SELECT WORK-ITEM-FILE       ASSIGN TO WRKFILE
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS WKI-RECORD-KEY.
002800     SELECT PRODUCTIVITY-REPORT  ASSIGN TO WQRRPT
002900         ORGANIZATION IS SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  WORK-ITEM-FILE
003400     LABEL RECORDS ARE STANDARD.
003500 COPY WKICPY.
003600/
003700 FD  PRODUCTIVITY-REPORT
003800     LABEL RECORDS ARE STANDARD
003900     RECORDING MODE IS F.
004000 01  WQRRPT-RECORD                  PIC X(100).
004100/
004200 WORKING-STORAGE SECTION.
004300 01  W-STORAGE-REF                  PIC X(46) VALUE
004400     'ESCALWQR      - W O R K I N G   S T O R A G E'.
004500
004600 01  WS-ITEM-EOF-SWITCH             PIC X(01) VALUE 'N'.
004700     88  ITEM-END-OF-FILE                      VALUE 'Y'.
004800     88  ITEM-NOT-END-OF-FILE                  VALUE 'N'.
004900
005000 01  WS-TODAY                       PIC 9(08).
005100 01  WS-TODAY-INT                   PIC 9(07).
005200 01  WS-WEEK-START-INT              PIC 9(07).
005300 01  WS-DAYS                        PIC 9(05).
005400 01  WS-QUEUE-SUB                   PIC 9(01).
005500 01  WS-BUCKET-SUB                  PIC 9(01).
005600 01  WS-SUB                         PIC 9(01).
005700
005800******************************************************************
005900*  AN OPEN ITEM IDLE THIS MANY DAYS OR MORE IS COUNTED IDLE.     *
006000******************************************************************
006100 01  WS-IDLE-LIMIT-DAYS             PIC 9(03) VALUE 14.
006200
006300 01  WS-QUEUE-VALUES.
006400     05  FILLER                     PIC X(12) VALUE 'EEXCEPTIONS'.
006500     05  FILLER                     PIC X(12) VALUE 'SSUSPENSE'.
006600     05  FILLER                     PIC X(12) VALUE 'RREVIEW'.
006700     05  FILLER                     PIC X(12) VALUE
006800         'TTIMELY AUTH'.
006900     05  FILLER                     PIC X(12) VALUE ' ALL QUEUES'.
007000 01  WS-QUEUE-TABLE  REDEFINES  WS-QUEUE-VALUES.
007100     05  WS-QUEUE-ENTRY  OCCURS 5 TIMES.
007200         10  WS-QUEUE-CODE          PIC X(01).
007300         10  WS-QUEUE-NAME          PIC X(11).
007400
007500******************************************************************
007600*  WHAT ONE ITEM CONTRIBUTES, WORKED OUT ONCE AND ADDED TO ITS   *
007700*  ANALYST'S CELL, ITS QUEUE'S TOTAL AND THE ALL-QUEUE TOTAL.    *
007800******************************************************************
007900 01  WS-ITEM-FIGURES.
008000     05  WS-IF-OPEN                 PIC 9(01).
008100     05  WS-IF-AGE  OCCURS 4 TIMES  PIC 9(01).
008200     05  WS-IF-IDLE                 PIC 9(01).
008300     05  WS-IF-ASSIGNED-WEEK        PIC 9(01).
008400     05  WS-IF-CLOSED-WEEK          PIC 9(01).
008500     05  WS-IF-CLOSE-DAYS           PIC 9(05).
008600
008700******************************************************************
008800*  ONE ROW PER ANALYST, KEPT IN ANALYST ORDER (SPACES - THE      *
008900*  UNASSIGNED POOL - SORTS FIRST), A CELL PER QUEUE.             *
009000******************************************************************
009100 01  WS-ANALYST-TABLE.
009200     05  WS-ANALYST-ENTRY  OCCURS 500 TIMES.
009300         10  WS-AN-ID               PIC X(08).
009400         10  WS-AN-CELL  OCCURS 4 TIMES.
009500             15  WS-AN-OPEN         PIC 9(07).
009600             15  WS-AN-AGE  OCCURS 4 TIMES
009700                                    PIC 9(07).
009800             15  WS-AN-IDLE         PIC 9(07).
009900             15  WS-AN-ASSIGNED-WEEK
010000                                    PIC 9(07).
010100             15  WS-AN-CLOSED-WEEK  PIC 9(07).
010200             15  WS-AN-CLOSE-DAYS   PIC 9(09).
010300 01  WS-ANALYST-COUNT               PIC 9(03) VALUE ZERO.
010400 01  WS-ANALYST-SUB                 PIC 9(03).
010500 01  WS-ANALYST-MATCH-SUB           PIC 9(03).
010600 01  WS-SHIFT-SUB                   PIC 9(03).
010700 01  WS-ANALYSTS-LEFT-COUNT         PIC 9(07) VALUE ZERO.
010800
010900 01  WS-QUEUE-TOTALS.
011000     05  WS-QT-CELL  OCCURS 5 TIMES.
011100         10  WS-QT-OPEN             PIC 9(07).
011200         10  WS-QT-AGE  OCCURS 4 TIMES
011300                                    PIC 9(07).
011400         10  WS-QT-IDLE             PIC 9(07).
011500         10  WS-QT-ASSIGNED-WEEK    PIC 9(07).
011600         10  WS-QT-CLOSED-WEEK      PIC 9(07).
011700         10  WS-QT-CLOSE-DAYS       PIC 9(09).
011800
011900 01  WS-ITEMS-READ-COUNT            PIC 9(09) VALUE ZERO.
012000
012100 01  RPT-HEADING-1.
012200     05  FILLER                     PIC X(05) VALUE SPACES.
012300     05  FILLER                     PIC X(51) VALUE
012400         'WORK QUEUE PRODUCTIVITY AND BACKLOG - WEEK ENDING '.
012500     05  RPT-HDG-DATE               PIC 9(08).
012600
012700 01  RPT-HEADING-2.
012800     05  FILLER                     PIC X(01) VALUE SPACES.
012900     05  FILLER                     PIC X(10) VALUE 'ANALYST'.
013000     05  FILLER                     PIC X(12) VALUE 'QUEUE'.
013100     05  FILLER                     PIC X(07) VALUE '   OPEN'.
013200     05  FILLER                     PIC X(07) VALUE '    0-7'.
013300     05  FILLER                     PIC X(07) VALUE '   8-14'.
013400     05  FILLER                     PIC X(07) VALUE '  15-30'.
013500     05  FILLER                     PIC X(07) VALUE '   31+'.
013600     05  FILLER                     PIC X(07) VALUE '   IDLE'.
013700     05  FILLER                     PIC X(07) VALUE '  ASSGN'.
013800     05  FILLER                     PIC X(07) VALUE ' CLOSED'.
013900     05  FILLER                     PIC X(08) VALUE ' AVG DAY'.
014000
014100 01  RPT-DETAIL-LINE.
014200     05  FILLER                     PIC X(01) VALUE SPACES.
014300     05  RPT-ANALYST                PIC X(10).
014400     05  RPT-QUEUE-NAME             PIC X(11).
014500     05  RPT-OPEN                   PIC ZZZ,ZZ9.
014600     05  RPT-AGE  OCCURS 4 TIMES    PIC ZZZ,ZZ9.
014700     05  RPT-IDLE                   PIC ZZZ,ZZ9.
014800     05  RPT-ASSIGNED-WEEK          PIC ZZZ,ZZ9.
014900     05  RPT-CLOSED-WEEK            PIC ZZZ,ZZ9.
015000     05  FILLER                     PIC X(02) VALUE SPACES.
015100     05  RPT-AVERAGE-DAYS           PIC ZZZ9.9.
015200
015300 01  RPT-TOTAL-LINE.
015400     05  FILLER                     PIC X(05) VALUE SPACES.
015500     05  RPT-TOTAL-TEXT             PIC X(30).
015600     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
015700/
015800 PROCEDURE DIVISION.
015900
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE.
016200     PERFORM 2000-TALLY-ONE-ITEM UNTIL ITEM-END-OF-FILE.
016300     PERFORM 5000-PRINT-ONE-ANALYST
016400        VARYING WS-ANALYST-SUB FROM 1 BY 1
016500        UNTIL WS-ANALYST-SUB > WS-ANALYST-COUNT.
016600     PERFORM 6000-PRINT-RUN-TOTALS.
016700     PERFORM 7000-TERMINATE.
016800     GOBACK.
016900/
017000 1000-INITIALIZE.
017100     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
017200     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
017300     COMPUTE WS-WEEK-START-INT = WS-TODAY-INT - 6.
017400     MOVE ZEROS                     TO WS-QUEUE-TOTALS.
017500
017600     OPEN INPUT  WORK-ITEM-FILE.
017700     OPEN OUTPUT PRODUCTIVITY-REPORT.
017800
017900     MOVE WS-TODAY                  TO RPT-HDG-DATE.
018000     WRITE WQRRPT-RECORD         FROM RPT-HEADING-1.
018100     WRITE WQRRPT-RECORD         FROM RPT-HEADING-2.
018200
018300     MOVE LOW-VALUES                TO WKI-RECORD-KEY.
018400     START WORK-ITEM-FILE KEY IS >= WKI-RECORD-KEY
018500         INVALID KEY MOVE 'Y'       TO WS-ITEM-EOF-SWITCH
018600     END-START.
018700     IF ITEM-NOT-END-OF-FILE  THEN
018800        PERFORM 2900-READ-NEXT-ITEM
018900     END-IF.
019000/
019100******************************************************************
019200*  ONE ITEM.  ONLY OPEN ITEMS AND ITEMS ASSIGNED OR CLOSED THIS  *
019300*  WEEK COUNT - OLDER CLOSED ITEMS ARE HISTORY.                  *
019400******************************************************************
019500 2000-TALLY-ONE-ITEM.
019600     ADD 1                          TO WS-ITEMS-READ-COUNT.
019700     PERFORM 2100-WORK-OUT-FIGURES.
019800     IF WS-IF-OPEN > ZERO  OR  WS-IF-ASSIGNED-WEEK > ZERO  OR
019900        WS-IF-CLOSED-WEEK > ZERO  THEN
020000        MOVE 1                      TO WS-QUEUE-SUB
020100        PERFORM 2150-TEST-ONE-QUEUE
020200           VARYING WS-SUB FROM 2 BY 1
020300           UNTIL WS-SUB > 4
020400        PERFORM 2200-FIND-ANALYST
020500        IF WS-ANALYST-MATCH-SUB > ZERO  THEN
020600           PERFORM 2300-ADD-TO-ANALYST
020700        END-IF
020800        PERFORM 2400-ADD-TO-QUEUE-TOTAL
021000        MOVE 5                      TO WS-QUEUE-SUB
021100        PERFORM 2400-ADD-TO-QUEUE-TOTAL
021200     END-IF.
021300     PERFORM 2900-READ-NEXT-ITEM.
021400/
021500 2100-WORK-OUT-FIGURES.
021600     MOVE ZEROS                     TO WS-ITEM-FIGURES.
021700     IF WKI-OPEN  THEN
021800        MOVE 1                      TO WS-IF-OPEN
021900        COMPUTE WS-DAYS = WS-TODAY-INT -
022000           FUNCTION INTEGER-OF-DATE(WKI-OPENED-DATE)
022100        EVALUATE TRUE
022200           WHEN WS-DAYS NOT > 7
022300              MOVE 1                TO WS-BUCKET-SUB
022400           WHEN WS-DAYS NOT > 14
022500              MOVE 2                TO WS-BUCKET-SUB
022600           WHEN WS-DAYS NOT > 30
022700              MOVE 3                TO WS-BUCKET-SUB
022800           WHEN OTHER
022900              MOVE 4                TO WS-BUCKET-SUB
023000        END-EVALUATE
023100        MOVE 1                      TO WS-IF-AGE (WS-BUCKET-SUB)
023200        COMPUTE WS-DAYS = WS-TODAY-INT -
023300           FUNCTION INTEGER-OF-DATE(WKI-LAST-ACTION-DATE)
023400        IF WS-DAYS NOT < WS-IDLE-LIMIT-DAYS  THEN
023500           MOVE 1                   TO WS-IF-IDLE
023600        END-IF
023700     END-IF.
023800     IF WKI-ASSIGNED-DATE NUMERIC  AND  WKI-ASSIGNED-DATE > ZERO
023900        THEN
024000        IF FUNCTION INTEGER-OF-DATE(WKI-ASSIGNED-DATE) NOT <
024100           WS-WEEK-START-INT  THEN
024200           MOVE 1                   TO WS-IF-ASSIGNED-WEEK
024300        END-IF
024400     END-IF.
024500     IF WKI-CLOSED  AND  WKI-CLOSED-DATE NUMERIC  AND
024600        WKI-CLOSED-DATE > ZERO  THEN
024700        IF FUNCTION INTEGER-OF-DATE(WKI-CLOSED-DATE) NOT <
024800           WS-WEEK-START-INT  THEN
024900           MOVE 1                   TO WS-IF-CLOSED-WEEK
025000           COMPUTE WS-IF-CLOSE-DAYS =
025100              FUNCTION INTEGER-OF-DATE(WKI-CLOSED-DATE) -
025200              FUNCTION INTEGER-OF-DATE(WKI-OPENED-DATE)
025300        END-IF
025400     END-IF.
025500/
025600 2150-TEST-ONE-QUEUE.
025700     IF WS-QUEUE-CODE (WS-SUB) = WKI-ITEM-TYPE  THEN
025800        MOVE WS-SUB                 TO WS-QUEUE-SUB
025900     END-IF.
026000/
026100******************************************************************
026200*  THE ITEM'S ANALYST'S ROW - ADDED IN ORDER IF NEW.             *
026300******************************************************************
026400 2200-FIND-ANALYST.
026500     MOVE ZERO                      TO WS-ANALYST-MATCH-SUB.
026600     PERFORM 2210-TEST-ONE-ANALYST
026700        VARYING WS-ANALYST-SUB FROM 1 BY 1
026800        UNTIL WS-ANALYST-SUB > WS-ANALYST-COUNT
026900           OR WS-ANALYST-MATCH-SUB > ZERO
027000           OR WS-AN-ID (WS-ANALYST-SUB) > WKI-ASSIGNED-ANALYST.
027100
027200     IF WS-ANALYST-MATCH-SUB = ZERO  THEN
027300        IF WS-ANALYST-COUNT < 500  THEN
027400           PERFORM 2220-SHIFT-ONE-ANALYST
027500              VARYING WS-SHIFT-SUB FROM WS-ANALYST-COUNT BY -1
027600              UNTIL WS-SHIFT-SUB < WS-ANALYST-SUB
027700           ADD 1                    TO WS-ANALYST-COUNT
027800           MOVE WS-ANALYST-SUB      TO WS-ANALYST-MATCH-SUB
027900           MOVE ZEROS               TO
028000              WS-ANALYST-ENTRY (WS-ANALYST-MATCH-SUB)
028100           MOVE WKI-ASSIGNED-ANALYST TO
028200              WS-AN-ID (WS-ANALYST-MATCH-SUB)
028300        ELSE
028400           ADD 1                    TO WS-ANALYSTS-LEFT-COUNT
028500        END-IF
028600     END-IF.
028700/
028800 2210-TEST-ONE-ANALYST.
028900     IF WS-AN-ID (WS-ANALYST-SUB) = WKI-ASSIGNED-ANALYST  THEN
029000        MOVE WS-ANALYST-SUB         TO WS-ANALYST-MATCH-SUB
029100     END-IF.
029200/
029300 2220-SHIFT-ONE-ANALYST.
029400     MOVE WS-ANALYST-ENTRY (WS-SHIFT-SUB) TO
029500        WS-ANALYST-ENTRY (WS-SHIFT-SUB + 1).
029600/
029700 2300-ADD-TO-ANALYST.
029800     ADD WS-IF-OPEN       TO
029900        WS-AN-OPEN (WS-ANALYST-MATCH-SUB WS-QUEUE-SUB).
030000     PERFORM 2310-ADD-ONE-ANALYST-AGE
030100        VARYING WS-BUCKET-SUB FROM 1 BY 1
030200        UNTIL WS-BUCKET-SUB > 4.
030300     ADD WS-IF-IDLE       TO
030400        WS-AN-IDLE (WS-ANALYST-MATCH-SUB WS-QUEUE-SUB).
030500     ADD WS-IF-ASSIGNED-WEEK TO
030600        WS-AN-ASSIGNED-WEEK (WS-ANALYST-MATCH-SUB WS-QUEUE-SUB).
030700     ADD WS-IF-CLOSED-WEEK TO
030800        WS-AN-CLOSED-WEEK (WS-ANALYST-MATCH-SUB WS-QUEUE-SUB).
030900     ADD WS-IF-CLOSE-DAYS TO
031000        WS-AN-CLOSE-DAYS (WS-ANALYST-MATCH-SUB WS-QUEUE-SUB).
031100/
031200 2310-ADD-ONE-ANALYST-AGE.
031300     ADD WS-IF-AGE (WS-BUCKET-SUB) TO
031400        WS-AN-AGE (WS-ANALYST-MATCH-SUB WS-QUEUE-SUB
031500                   WS-BUCKET-SUB).
031600/
031700 2400-ADD-TO-QUEUE-TOTAL.
031800     ADD WS-IF-OPEN       TO WS-QT-OPEN (WS-QUEUE-SUB).
031900     PERFORM 2410-ADD-ONE-QUEUE-AGE
032000        VARYING WS-BUCKET-SUB FROM 1 BY 1
032100        UNTIL WS-BUCKET-SUB > 4.
032200     ADD WS-IF-IDLE       TO WS-QT-IDLE (WS-QUEUE-SUB).
032300     ADD WS-IF-ASSIGNED-WEEK TO
032400        WS-QT-ASSIGNED-WEEK (WS-QUEUE-SUB).
032500     ADD WS-IF-CLOSED-WEEK TO WS-QT-CLOSED-WEEK (WS-QUEUE-SUB).
032600     ADD WS-IF-CLOSE-DAYS TO WS-QT-CLOSE-DAYS (WS-QUEUE-SUB).
032700/
032800 2410-ADD-ONE-QUEUE-AGE.
032900     ADD WS-IF-AGE (WS-BUCKET-SUB) TO
033000        WS-QT-AGE (WS-QUEUE-SUB WS-BUCKET-SUB).
033100/
033200 2900-READ-NEXT-ITEM.
033300     READ WORK-ITEM-FILE NEXT RECORD
033400         AT END MOVE 'Y'            TO WS-ITEM-EOF-SWITCH
033500     END-READ.
033600/
033700******************************************************************
033800*  ONE LINE PER QUEUE THE ANALYST HAS ANYTHING IN.               *
033900******************************************************************
034000 5000-PRINT-ONE-ANALYST.
034100     PERFORM 5100-PRINT-ANALYST-QUEUE
034200        VARYING WS-QUEUE-SUB FROM 1 BY 1
034300        UNTIL WS-QUEUE-SUB > 4.
034400/
034500 5100-PRINT-ANALYST-QUEUE.
034600     IF WS-AN-OPEN (WS-ANALYST-SUB WS-QUEUE-SUB) > ZERO  OR
034700        WS-AN-ASSIGNED-WEEK (WS-ANALYST-SUB WS-QUEUE-SUB) > ZERO
034800        OR WS-AN-CLOSED-WEEK (WS-ANALYST-SUB WS-QUEUE-SUB) > ZERO
034900        THEN
035000        IF WS-AN-ID (WS-ANALYST-SUB) = SPACES  THEN
035100           MOVE 'UNASSIGNED'        TO RPT-ANALYST
035200        ELSE
035300           MOVE WS-AN-ID (WS-ANALYST-SUB) TO RPT-ANALYST
035400        END-IF
035500        MOVE WS-QUEUE-NAME (WS-QUEUE-SUB) TO RPT-QUEUE-NAME
035600        MOVE WS-AN-OPEN (WS-ANALYST-SUB WS-QUEUE-SUB) TO RPT-OPEN
035700        PERFORM 5110-MOVE-ONE-ANALYST-AGE
035800           VARYING WS-BUCKET-SUB FROM 1 BY 1
035900           UNTIL WS-BUCKET-SUB > 4
036000        MOVE WS-AN-IDLE (WS-ANALYST-SUB WS-QUEUE-SUB) TO RPT-IDLE
036100        MOVE WS-AN-ASSIGNED-WEEK (WS-ANALYST-SUB WS-QUEUE-SUB) TO
036200                                       RPT-ASSIGNED-WEEK
036300        MOVE WS-AN-CLOSED-WEEK (WS-ANALYST-SUB WS-QUEUE-SUB) TO
036400                                       RPT-CLOSED-WEEK
036500        IF WS-AN-CLOSED-WEEK (WS-ANALYST-SUB WS-QUEUE-SUB) > ZERO
036600           THEN
036700           COMPUTE RPT-AVERAGE-DAYS ROUNDED =
036800              WS-AN-CLOSE-DAYS (WS-ANALYST-SUB WS-QUEUE-SUB) /
036900              WS-AN-CLOSED-WEEK (WS-ANALYST-SUB WS-QUEUE-SUB)
037000        ELSE
037100           MOVE ZERO                TO RPT-AVERAGE-DAYS
037200        END-IF
037300        WRITE WQRRPT-RECORD  FROM RPT-DETAIL-LINE
037400     END-IF.
037500/
037600 5110-MOVE-ONE-ANALYST-AGE.
037700     MOVE WS-AN-AGE (WS-ANALYST-SUB WS-QUEUE-SUB WS-BUCKET-SUB) TO
037800        RPT-AGE (WS-BUCKET-SUB).
037900/
038000 6000-PRINT-RUN-TOTALS.
038100     MOVE SPACES                    TO WQRRPT-RECORD.
038200     WRITE WQRRPT-RECORD.
038300     PERFORM 6100-PRINT-ONE-QUEUE-TOTAL
038400        VARYING WS-QUEUE-SUB FROM 1 BY 1
038500        UNTIL WS-QUEUE-SUB > 5.
038600
038700     MOVE SPACES                    TO WQRRPT-RECORD.
038800     WRITE WQRRPT-RECORD.
038900     MOVE 'WORK ITEMS READ . . . . . . .' TO RPT-TOTAL-TEXT.
039000     MOVE WS-ITEMS-READ-COUNT       TO RPT-TOTAL-COUNT.
039100     WRITE WQRRPT-RECORD  FROM RPT-TOTAL-LINE.
039200     IF WS-ANALYSTS-LEFT-COUNT > ZERO  THEN
039300        MOVE 'ITEMS PAST THE ANALYST TABLE .' TO RPT-TOTAL-TEXT
039400        MOVE WS-ANALYSTS-LEFT-COUNT TO RPT-TOTAL-COUNT
039500        WRITE WQRRPT-RECORD  FROM RPT-TOTAL-LINE
039600     END-IF.
039700/
039800 6100-PRINT-ONE-QUEUE-TOTAL.
039900     MOVE 'ALL'                     TO RPT-ANALYST.
040000     MOVE WS-QUEUE-NAME (WS-QUEUE-SUB) TO RPT-QUEUE-NAME.
040100     MOVE WS-QT-OPEN (WS-QUEUE-SUB) TO RPT-OPEN.
040200     PERFORM 6110-MOVE-ONE-QUEUE-AGE
040300        VARYING WS-BUCKET-SUB FROM 1 BY 1
040400        UNTIL WS-BUCKET-SUB > 4.
040500     MOVE WS-QT-IDLE (WS-QUEUE-SUB) TO RPT-IDLE.
040600     MOVE WS-QT-ASSIGNED-WEEK (WS-QUEUE-SUB) TO RPT-ASSIGNED-WEEK.
040700     MOVE WS-QT-CLOSED-WEEK (WS-QUEUE-SUB) TO RPT-CLOSED-WEEK.
040800     IF WS-QT-CLOSED-WEEK (WS-QUEUE-SUB) > ZERO  THEN
040900        COMPUTE RPT-AVERAGE-DAYS ROUNDED =
041000           WS-QT-CLOSE-DAYS (WS-QUEUE-SUB) /
041100           WS-QT-CLOSED-WEEK (WS-QUEUE-SUB)
041200     ELSE
041300        MOVE ZERO                   TO RPT-AVERAGE-DAYS
041400     END-IF.
041500     WRITE WQRRPT-RECORD  FROM RPT-DETAIL-LINE.
041600/
041700 6110-MOVE-ONE-QUEUE-AGE.
041800     MOVE WS-QT-AGE (WS-QUEUE-SUB WS-BUCKET-SUB) TO
041900        RPT-AGE (WS-BUCKET-SUB).
042000/
042100 7000-TERMINATE.
042200     CLOSE WORK-ITEM-FILE
042300           PRODUCTIVITY-REPORT.
