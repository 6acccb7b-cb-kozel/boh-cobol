000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALBDY.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALBDY - NEW PROGRAM
000700*         - COMMON BUSINESS-DAY ARITHMETIC.  ADDS N BUSINESS DAYS
000800*           TO A DATE, COUNTS THE BUSINESS DAYS BETWEEN TWO DATES,
000900*           OR ROLLS A DATE TO THE NEXT BUSINESS DAY.  A BUSINESS
001000*           DAY IS A MONDAY THROUGH FRIDAY NOT ON THE CALENDAR
001100*           MASTER (CALFILE - FEDERAL HOLIDAYS AND BANK NON-
001200*           SETTLEMENT DAYS, MAINTAINED BY ESCALCAL).  THE MASTER
001300*           IS LOADED INTO A TABLE ON THE FIRST CALL AND CLOSED;
001400*           THE TABLE SERVES EVERY LATER CALL WITHIN THE RUN.
001500******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.            IBM-Z990.
002000 OBJECT-COMPUTER.            IBM-Z990.
002100 INPUT-OUTPUT  SECTION.
002200 FILE-CONTROL.
002300     SELECT CALENDAR-FILE        ASSIGN TO CALFILE
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS CAL-DATE.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  CALENDAR-FILE
003100     LABEL RECORDS ARE STANDARD.
003200 COPY CALMCPY.
003300/
003400 WORKING-STORAGE SECTION.
003500 01  W-STORAGE-REF                  PIC X(46) VALUE
003600     'ESCALBDY      - W O R K I N G   S T O R A G E'.
003700
003800 01  WS-FIRST-CALL-SWITCH           PIC X(01) VALUE 'Y'.
003900     88  FIRST-CALL                            VALUE 'Y'.
004000
004100 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE 'N'.
004200     88  CAL-END-OF-FILE                       VALUE 'Y'.
004300
004400 01  WS-BUSINESS-DAY-SWITCH         PIC X(01).
004500     88  IS-BUSINESS-DAY                       VALUE 'Y'.
004600     88  NOT-BUSINESS-DAY                      VALUE 'N'.
004700
004800 01  WS-DATE-OK-SWITCH              PIC X(01).
004900     88  DATE-IS-VALID                         VALUE 'Y'.
005000     88  DATE-NOT-VALID                        VALUE 'N'.
005100
005200******************************************************************
005300*  THE NON-BUSINESS WEEKDAYS OFF CALFILE, AS INTEGER DATES, IN   *
005400*  ASCENDING ORDER (THE MASTER IS READ IN KEY SEQUENCE).  3000   *
005500*  ENTRIES IS WELL OVER A DECADE OF HOLIDAYS AND CLOSINGS.       *
005600******************************************************************
005700 01  WS-CAL-TABLE.
005800     05  WS-CAL-ENTRY  OCCURS 3000 TIMES.
005900         10  WS-CAL-INT             PIC S9(09).
006000 01  WS-CAL-COUNT                   PIC 9(05) VALUE ZERO.
006100 01  WS-CAL-SUB                     PIC 9(05).
006200 01  WS-CAL-MAXIMUM                 PIC 9(05) VALUE 3000.
006300
006400 01  WS-EDIT-DATE                   PIC 9(08).
006500 01  WS-EDIT-DATE-R  REDEFINES  WS-EDIT-DATE.
006600     05  WS-EDIT-YYYY               PIC 9(04).
006700     05  WS-EDIT-MM                 PIC 9(02).
006800     05  WS-EDIT-DD                 PIC 9(02).
006900 01  WS-EDIT-INT                    PIC S9(09).
007000 01  WS-CHECK-DATE                  PIC 9(08).
007100
007200 01  WS-FROM-INT                    PIC S9(09).
007300 01  WS-TO-INT                      PIC S9(09).
007400 01  WS-TEST-INT                    PIC S9(09).
007500 01  WS-DAYS-LEFT                   PIC 9(05).
007600 01  WS-WEEK-COUNT                  PIC S9(09).
007700 01  WS-DAY-OF-WEEK                 PIC 9(01).
007800/
007900 LINKAGE SECTION.
008000 COPY BDYCPY.
008100/
008200 PROCEDURE DIVISION USING BUSINESS-DAY-REQUEST.
008300
008400 0000-MAINLINE.
008500     IF FIRST-CALL  THEN
008600        PERFORM 1000-LOAD-CALENDAR
008700        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
008800     END-IF.
008900
009000     MOVE 00                        TO BDY-RETURN-CODE.
009100     MOVE ZERO                      TO BDY-RESULT-DATE.
009200     MOVE 'N'                       TO BDY-FROM-BUSINESS-SWITCH.
009300
009400     MOVE BDY-FROM-DATE             TO WS-EDIT-DATE.
009500     PERFORM 8000-EDIT-DATE.
009600     IF DATE-NOT-VALID  THEN
009700        MOVE 08                     TO BDY-RETURN-CODE
009800     ELSE
009900        MOVE WS-EDIT-INT            TO WS-FROM-INT
010000        MOVE WS-FROM-INT            TO WS-TEST-INT
010100        PERFORM 7000-TEST-BUSINESS-DAY
010200        MOVE WS-BUSINESS-DAY-SWITCH TO BDY-FROM-BUSINESS-SWITCH
010300     END-IF.
010400
010500     IF BDY-REQUEST-OK  THEN
010600        EVALUATE TRUE
010700           WHEN BDY-ADD-BUSINESS-DAYS
010800              PERFORM 2000-ADD-BUSINESS-DAYS
010900           WHEN BDY-BUSINESS-DAYS-BETWEEN
011000              PERFORM 3000-COUNT-BUSINESS-DAYS
011100           WHEN BDY-ROLL-TO-BUSINESS-DAY
011200              PERFORM 4000-ROLL-TO-BUSINESS-DAY
011300           WHEN OTHER
011400              MOVE 08               TO BDY-RETURN-CODE
011500        END-EVALUATE
011600     END-IF.
011700
011800     GOBACK.
011900/
012000******************************************************************
012100***  Load every calendar date into the table once per run.  A
012200***  date off the master that is not a real date is skipped; a
012300***  master too big for the table is loaded as far as it fits and
012400***  flagged on the console.
012500******************************************************************
012600 1000-LOAD-CALENDAR.
012700     OPEN INPUT CALENDAR-FILE.
012800
012900     MOVE ZERO                      TO CAL-DATE.
013000     START CALENDAR-FILE KEY IS >= CAL-DATE
013100         INVALID KEY MOVE 'Y'       TO WS-CAL-EOF-SWITCH
013200     END-START.
013300
013400     PERFORM 1100-LOAD-ONE-DATE  UNTIL CAL-END-OF-FILE.
013500
013600     CLOSE CALENDAR-FILE.
013700/
013800 1100-LOAD-ONE-DATE.
013900     READ CALENDAR-FILE NEXT RECORD
014000         AT END MOVE 'Y'            TO WS-CAL-EOF-SWITCH
014100         NOT AT END
014200           MOVE CAL-DATE            TO WS-EDIT-DATE
014300           PERFORM 8000-EDIT-DATE
014400           IF DATE-IS-VALID  THEN
014500              IF WS-CAL-COUNT < WS-CAL-MAXIMUM  THEN
014600                 ADD 1              TO WS-CAL-COUNT
014700                 MOVE WS-EDIT-INT   TO WS-CAL-INT (WS-CAL-COUNT)
014800              ELSE
014900                 DISPLAY 'ESCALBDY - CALENDAR TABLE FULL AT '
015000                    WS-CAL-MAXIMUM ' DATES - LOAD STOPPED AT '
015100                    CAL-DATE
015200                 MOVE 'Y'           TO WS-CAL-EOF-SWITCH
015300              END-IF
015400           END-IF
015500     END-READ.
015600/
015700******************************************************************
015800***  'A' - step forward a day at a time, counting only business
015900***  days, until the requested number have gone by.
016000******************************************************************
016100 2000-ADD-BUSINESS-DAYS.
016200     IF BDY-DAY-COUNT NOT NUMERIC  THEN
016300        MOVE 08                     TO BDY-RETURN-CODE
016400     ELSE
016500        IF BDY-DAY-COUNT = ZERO  THEN
016600           PERFORM 4000-ROLL-TO-BUSINESS-DAY
016700        ELSE
016800           MOVE WS-FROM-INT         TO WS-TEST-INT
016900           MOVE BDY-DAY-COUNT       TO WS-DAYS-LEFT
017000           PERFORM 2100-STEP-ONE-DAY  UNTIL WS-DAYS-LEFT = ZERO
017100           COMPUTE BDY-RESULT-DATE =
017200              FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
017300        END-IF
017400     END-IF.
017500/
017600 2100-STEP-ONE-DAY.
017700     ADD 1                          TO WS-TEST-INT.
017800     PERFORM 7000-TEST-BUSINESS-DAY.
017900     IF IS-BUSINESS-DAY  THEN
018000        SUBTRACT 1                  FROM WS-DAYS-LEFT
018100     END-IF.
018200/
018300******************************************************************
018400***  'B' - count the business days after the from date up to and
018500***  including the to date.
018600******************************************************************
018700 3000-COUNT-BUSINESS-DAYS.
018800     MOVE ZERO                      TO BDY-DAY-COUNT.
018900     MOVE BDY-TO-DATE               TO WS-EDIT-DATE.
019000     PERFORM 8000-EDIT-DATE.
019100     IF DATE-NOT-VALID  THEN
019200        MOVE 08                     TO BDY-RETURN-CODE
019300     ELSE
019400        MOVE WS-EDIT-INT            TO WS-TO-INT
019500        MOVE WS-FROM-INT            TO WS-TEST-INT
019600        PERFORM 3100-COUNT-ONE-DAY  UNTIL WS-TEST-INT >= WS-TO-INT
019700        MOVE BDY-TO-DATE            TO BDY-RESULT-DATE
019800     END-IF.
019900/
020000 3100-COUNT-ONE-DAY.
020100     ADD 1                          TO WS-TEST-INT.
020200     PERFORM 7000-TEST-BUSINESS-DAY.
020300     IF IS-BUSINESS-DAY  THEN
020400        ADD 1                       TO BDY-DAY-COUNT
020500     END-IF.
020600/
020700******************************************************************
020800***  'R' - the from date if it is a business day, else the first
020900***  business day after it.
021000******************************************************************
021100 4000-ROLL-TO-BUSINESS-DAY.
021200     MOVE WS-FROM-INT               TO WS-TEST-INT.
021300     PERFORM 7000-TEST-BUSINESS-DAY.
021400     PERFORM 4100-NEXT-DAY  UNTIL IS-BUSINESS-DAY.
021500     COMPUTE BDY-RESULT-DATE =
021600        FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
021700/
021800 4100-NEXT-DAY.
021900     ADD 1                          TO WS-TEST-INT.
022000     PERFORM 7000-TEST-BUSINESS-DAY.
022100/
022200******************************************************************
022300***  WS-TEST-INT is a business day when it is Monday through
022400***  Friday (integer date 1 is a Monday, so a remainder of 6 is
022500***  Saturday and 0 is Sunday) and is not in the calendar table.
022600******************************************************************
022700 7000-TEST-BUSINESS-DAY.
022800     MOVE 'Y'                       TO WS-BUSINESS-DAY-SWITCH.
022900     DIVIDE WS-TEST-INT BY 7 GIVING WS-WEEK-COUNT
023000        REMAINDER WS-DAY-OF-WEEK.
023100     IF WS-DAY-OF-WEEK = 6  OR  WS-DAY-OF-WEEK = 0  THEN
023200        MOVE 'N'                    TO WS-BUSINESS-DAY-SWITCH
023300     ELSE
023400        PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
023500           UNTIL WS-CAL-SUB > WS-CAL-COUNT
023600              OR WS-CAL-INT (WS-CAL-SUB) >= WS-TEST-INT
023700           CONTINUE
023800        END-PERFORM
023900        IF WS-CAL-SUB NOT > WS-CAL-COUNT  THEN
024000           IF WS-CAL-INT (WS-CAL-SUB) = WS-TEST-INT  THEN
024100              MOVE 'N'              TO WS-BUSINESS-DAY-SWITCH
024200           END-IF
024300        END-IF
024400     END-IF.
024500/
024600******************************************************************
024700***  WS-EDIT-DATE must be a real CCYYMMDD date - numeric, a real
024800***  month and day, and the same date back from its integer.
024900***  Sets WS-EDIT-INT when it is.
025000******************************************************************
025100 8000-EDIT-DATE.
025200     MOVE 'N'                       TO WS-DATE-OK-SWITCH.
025300     MOVE ZERO                      TO WS-EDIT-INT.
025400     IF WS-EDIT-DATE NUMERIC  AND
025500        WS-EDIT-YYYY > 1600  AND
025600        WS-EDIT-MM > ZERO  AND  WS-EDIT-MM < 13  AND
025700        WS-EDIT-DD > ZERO  AND  WS-EDIT-DD < 32  THEN
025800        COMPUTE WS-EDIT-INT =
025900           FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
026000        COMPUTE WS-CHECK-DATE =
026100           FUNCTION DATE-OF-INTEGER(WS-EDIT-INT)
026200        IF WS-CHECK-DATE = WS-EDIT-DATE  THEN
026300           MOVE 'Y'                 TO WS-DATE-OK-SWITCH
026400        END-IF
026500     END-IF.
