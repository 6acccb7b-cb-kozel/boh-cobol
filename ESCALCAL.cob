000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCAL.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCAL - NEW PROGRAM
000700*         - MAINTAINS THE BUSINESS-DAY CALENDAR MASTER (CALFILE,
000800*           KEYED BY DATE).  EACH TRANSACTION ADDS, CHANGES,
000900*           DELETES, OR INQUIRES ON ONE WEEKDAY THAT IS NOT A
001000*           BUSINESS DAY - A FEDERAL HOLIDAY AS OBSERVED, OR A
001100*           DAY THE BANKS DO NOT SETTLE.  WEEKENDS ARE NEVER
001200*           BUSINESS DAYS AND ARE NOT TAKEN.  ESCALBDY READS THE
001300*           MASTER FOR EVERY BUSINESS-DAY COUNT IN THE SYSTEM.
001400*           EVERY ADD/CHANGE/DELETE IS JOURNALED TO THE COMMON
001500*           MAINTENANCE JOURNAL (MNTJRNL) LIKE EVERY OTHER
001600*           MAINTENANCE PROGRAM.
001700******************************************************************
001800 DATE-COMPILED.
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.            IBM-Z990.
002200 OBJECT-COMPUTER.            IBM-Z990.
002300 INPUT-OUTPUT  SECTION.
002400 FILE-CONTROL.
002500     SELECT CALENDAR-FILE        ASSIGN TO CALFILE
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS CAL-DATE.
002900     SELECT CALENDAR-TRANS       ASSIGN TO CALTRAN
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT MAINT-REPORT         ASSIGN TO CALMRPT
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CALENDAR-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 COPY CALMCPY.
004100/
004200 FD  CALENDAR-TRANS
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004500 COPY CALTCPY.
004600/
004700 FD  MAINT-REPORT
004800     LABEL RECORDS ARE STANDARD
004900     RECORDING MODE IS F.
005000 01  CALMRPT-RECORD                 PIC X(100).
005100/
005200 FD  MAINT-JOURNAL
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 COPY MJRNCPY.
005600/
005700 WORKING-STORAGE SECTION.
005800 01  W-STORAGE-REF                  PIC X(46) VALUE
005900     'ESCALCAL      - W O R K I N G   S T O R A G E'.
006000
006100 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
006200     88  END-OF-FILE                           VALUE 'Y'.
006300     88  NOT-END-OF-FILE                        VALUE 'N'.
006400
006500 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
006600     88  RECORD-NOT-FOUND                       VALUE 'Y'.
006700     88  RECORD-FOUND                           VALUE 'N'.
006800
006900 01  WS-TODAY                       PIC 9(08).
007000 01  WS-TIME-NOW                    PIC 9(08).
007100 01  WS-BEFORE-IMAGE                PIC X(80).
007200
007300 01  WS-DATE-INT                    PIC S9(09).
007400 01  WS-CHECK-DATE                  PIC 9(08).
007500 01  WS-WEEK-COUNT                  PIC S9(09).
007600 01  WS-DAY-OF-WEEK                 PIC 9(01).
007700
007800 01  RPT-HEADING-1.
007900     05  FILLER                     PIC X(05) VALUE SPACES.
008000     05  FILLER                     PIC X(40) VALUE
008100         'BUSINESS-DAY CALENDAR MASTER MAINTENANCE'.
008200
008300 01  RPT-HEADING-2.
008400     05  FILLER                     PIC X(05) VALUE SPACES.
008500     05  FILLER                     PIC X(08) VALUE 'ACTION'.
008600     05  FILLER                     PIC X(10) VALUE 'DATE'.
008700     05  FILLER                     PIC X(05) VALUE 'TYPE'.
008800     05  FILLER                     PIC X(32) VALUE 'DESCRIPTION'.
008900     05  FILLER                     PIC X(40) VALUE
009000         'RESULT'.
009100
009200 01  RPT-DETAIL-LINE.
009300     05  FILLER                     PIC X(05) VALUE SPACES.
009400     05  RPT-ACTION-CODE            PIC X(01).
009500     05  FILLER                     PIC X(07) VALUE SPACES.
009600     05  RPT-CAL-DATE               PIC X(08).
009700     05  FILLER                     PIC X(02) VALUE SPACES.
009800     05  RPT-DAY-TYPE               PIC X(01).
009900     05  FILLER                     PIC X(04) VALUE SPACES.
010000     05  RPT-DESCRIPTION            PIC X(30).
010100     05  FILLER                     PIC X(02) VALUE SPACES.
010200     05  RPT-RESULT-TEXT            PIC X(40).
010300/
010400 PROCEDURE DIVISION.
010500
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE.
010800     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
010900     PERFORM 3000-TERMINATE.
011000     GOBACK.
011100/
011200 1000-INITIALIZE.
011300     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
011400
011500     OPEN I-O    CALENDAR-FILE.
011600     OPEN INPUT  CALENDAR-TRANS.
011700     OPEN OUTPUT MAINT-REPORT.
011800     OPEN EXTEND MAINT-JOURNAL.
011900
012000     WRITE CALMRPT-RECORD        FROM RPT-HEADING-1.
012100     WRITE CALMRPT-RECORD        FROM RPT-HEADING-2.
012200
012300     PERFORM 2900-READ-NEXT-TRANSACTION.
012400/
012500 2000-PROCESS-TRANSACTIONS.
012600     MOVE SPACES                    TO RPT-RESULT-TEXT.
012700
012800     EVALUATE TRUE
012900        WHEN CALT-ADD
013000           PERFORM 2100-ADD-DATE
013100        WHEN CALT-CHANGE
013200           PERFORM 2200-CHANGE-DATE
013300        WHEN CALT-DELETE
013400           PERFORM 2300-DELETE-DATE
013500        WHEN CALT-INQUIRY
013600           PERFORM 2400-INQUIRE-DATE
013700        WHEN OTHER
013800           MOVE 'INVALID ACTION CODE'    TO RPT-RESULT-TEXT
013900     END-EVALUATE.
014000
014100     MOVE CALT-ACTION-CODE          TO RPT-ACTION-CODE
014200     MOVE CALT-DATE                 TO RPT-CAL-DATE
014300     MOVE CALT-DAY-TYPE             TO RPT-DAY-TYPE
014400     MOVE CALT-DESCRIPTION          TO RPT-DESCRIPTION
014500     WRITE CALMRPT-RECORD           FROM RPT-DETAIL-LINE.
014600
014700     PERFORM 2900-READ-NEXT-TRANSACTION.
014800/
014900 2100-ADD-DATE.
015000     PERFORM 2600-EDIT-CALENDAR-DATE.
015100
015200     IF RPT-RESULT-TEXT = SPACES  THEN
015300        PERFORM 2050-READ-DATE
015400        IF RECORD-FOUND  THEN
015500           MOVE 'REJECTED - DATE ALREADY ON FILE'
015600                                       TO RPT-RESULT-TEXT
015700        ELSE
015800           PERFORM 2650-EDIT-DAY-TYPE
015900           IF RPT-RESULT-TEXT = SPACES  THEN
016000              INITIALIZE CALENDAR-MASTER-RECORD
016100              MOVE CALT-DATE           TO CAL-DATE
016200              PERFORM 2700-MOVE-DAY-FIELDS
016300              WRITE CALENDAR-MASTER-RECORD
016400              MOVE SPACES              TO WS-BEFORE-IMAGE
016500              PERFORM 2500-WRITE-JOURNAL-RECORD
016600              MOVE 'DATE ADDED - NOT A BUSINESS DAY'
016700                                       TO RPT-RESULT-TEXT
016800           END-IF
016900        END-IF
017000     END-IF.
017100/
017200 2200-CHANGE-DATE.
017300     PERFORM 2600-EDIT-CALENDAR-DATE.
017400
017500     IF RPT-RESULT-TEXT = SPACES  THEN
017600        PERFORM 2050-READ-DATE
017700        IF RECORD-NOT-FOUND  THEN
017800           MOVE 'REJECTED - DATE NOT ON FILE' TO RPT-RESULT-TEXT
017900        ELSE
018000           PERFORM 2650-EDIT-DAY-TYPE
018100           IF RPT-RESULT-TEXT = SPACES  THEN
018200              MOVE SPACES              TO WS-BEFORE-IMAGE
018300              MOVE CALENDAR-MASTER-RECORD TO WS-BEFORE-IMAGE
018400              PERFORM 2700-MOVE-DAY-FIELDS
018500              REWRITE CALENDAR-MASTER-RECORD
018600              PERFORM 2500-WRITE-JOURNAL-RECORD
018700              MOVE 'DATE CHANGED'      TO RPT-RESULT-TEXT
018800           END-IF
018900        END-IF
019000     END-IF.
019100/
019200 2300-DELETE-DATE.
019300     PERFORM 2050-READ-DATE.
019400
019500     IF RECORD-NOT-FOUND  THEN
019600        MOVE 'REJECTED - DATE NOT ON FILE' TO RPT-RESULT-TEXT
019700     ELSE
019800        MOVE SPACES                 TO WS-BEFORE-IMAGE
019900        MOVE CALENDAR-MASTER-RECORD TO WS-BEFORE-IMAGE
020000        DELETE CALENDAR-FILE RECORD
020100        MOVE SPACES                 TO CALENDAR-MASTER-RECORD
020200        PERFORM 2500-WRITE-JOURNAL-RECORD
020300        MOVE 'DATE DELETED - BUSINESS DAY AGAIN'
020400                                       TO RPT-RESULT-TEXT
020500     END-IF.
020600/
020700 2400-INQUIRE-DATE.
020800     PERFORM 2050-READ-DATE.
020900
021000     IF RECORD-NOT-FOUND  THEN
021100        MOVE 'NOT ON FILE'                     TO RPT-RESULT-TEXT
021200     ELSE
021300        STRING 'TYPE='      CAL-DAY-TYPE
021400               ' '          CAL-DESCRIPTION
021500           DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
021600     END-IF.
021700/
021800 2050-READ-DATE.
021900     MOVE CALT-DATE                 TO CAL-DATE.
022000
022100     READ CALENDAR-FILE
022200         INVALID KEY
022300            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
022400         NOT INVALID KEY
022500            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
022600     END-READ.
022700/
022800******************************************************************
022900***  One journal record per applied add/change/delete: operator
023000***  stamp, timestamp, and full before/after images.
023100******************************************************************
023200 2500-WRITE-JOURNAL-RECORD.
023300     ACCEPT WS-TIME-NOW          FROM TIME.
023400     MOVE 'ESCALCAL'                TO MJRN-PROGRAM-ID.
023500     MOVE CALT-OPERATOR-ID          TO MJRN-OPERATOR-ID.
023600     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
023700     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
023800     MOVE CALT-ACTION-CODE          TO MJRN-ACTION-CODE.
023900     MOVE SPACES                    TO MJRN-RECORD-KEY.
024000     MOVE CALT-DATE                 TO MJRN-RECORD-KEY.
024100     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
024200     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
024300     MOVE CALENDAR-MASTER-RECORD    TO MJRN-AFTER-IMAGE.
024400     WRITE MAINT-JOURNAL-RECORD.
024500/
024600******************************************************************
024700***  The date on an add or change must be a real date and a
024800***  weekday - a Saturday or Sunday is never a business day, so
024900***  it has no place on the master (integer date 1 is a Monday,
025000***  so a remainder of 6 is Saturday and 0 is Sunday).  Leaves
025100***  RPT-RESULT-TEXT at spaces when the date passes.
025200******************************************************************
025300 2600-EDIT-CALENDAR-DATE.
025400     EVALUATE TRUE
025500        WHEN CALT-DATE NOT NUMERIC
025600           MOVE 'REJECTED - INVALID DATE'  TO RPT-RESULT-TEXT
025700        WHEN CALT-YYYY < 1601
025800           MOVE 'REJECTED - INVALID DATE'  TO RPT-RESULT-TEXT
025900        WHEN CALT-MM < 1  OR  CALT-MM > 12
026000           MOVE 'REJECTED - INVALID DATE'  TO RPT-RESULT-TEXT
026100        WHEN CALT-DD < 1  OR  CALT-DD > 31
026200           MOVE 'REJECTED - INVALID DATE'  TO RPT-RESULT-TEXT
026300        WHEN OTHER
026400           COMPUTE WS-DATE-INT =
026500              FUNCTION INTEGER-OF-DATE(CALT-DATE)
026600           COMPUTE WS-CHECK-DATE =
026700              FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
026800           DIVIDE WS-DATE-INT BY 7 GIVING WS-WEEK-COUNT
026900              REMAINDER WS-DAY-OF-WEEK
027000           IF WS-CHECK-DATE NOT = CALT-DATE  THEN
027100              MOVE 'REJECTED - INVALID DATE'  TO RPT-RESULT-TEXT
027200           ELSE
027300              IF WS-DAY-OF-WEEK = 6  OR  WS-DAY-OF-WEEK = 0  THEN
027400                 MOVE 'REJECTED - WEEKEND IS NEVER BUSINESS DAY'
027500                                       TO RPT-RESULT-TEXT
027600              END-IF
027700           END-IF
027800     END-EVALUATE.
027900/
028000 2650-EDIT-DAY-TYPE.
028100     EVALUATE TRUE
028200        WHEN NOT CALT-VALID-DAY-TYPE
028300           MOVE 'REJECTED - DAY TYPE MUST BE H OR B'
028400                                       TO RPT-RESULT-TEXT
028500        WHEN CALT-DESCRIPTION = SPACES
028600           MOVE 'REJECTED - NO DESCRIPTION'  TO RPT-RESULT-TEXT
028700        WHEN CALT-OPERATOR-ID = SPACES
028800           MOVE 'REJECTED - NO OPERATOR ID'  TO RPT-RESULT-TEXT
028900        WHEN OTHER
029000           CONTINUE
029100     END-EVALUATE.
029200/
029300 2700-MOVE-DAY-FIELDS.
029400     MOVE CALT-DAY-TYPE             TO CAL-DAY-TYPE.
029500     MOVE CALT-DESCRIPTION          TO CAL-DESCRIPTION.
029600     MOVE WS-TODAY                  TO CAL-LAST-UPDATE-DATE.
029700     MOVE CALT-OPERATOR-ID          TO CAL-OPERATOR-ID.
029800/
029900 2900-READ-NEXT-TRANSACTION.
030000     READ CALENDAR-TRANS
030100         AT END MOVE 'Y'            TO WS-EOF-SWITCH
030200     END-READ.
030300/
030400 3000-TERMINATE.
030500     CLOSE CALENDAR-FILE
030600           CALENDAR-TRANS
030700           MAINT-JOURNAL
030800           MAINT-REPORT.
