000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALESA.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALESA - NEW PROGRAM
000700*         - KEEPS THE BENEFICIARY ESA READING HISTORY FILE (KEYED
000800*           BY MBI): THE HEMOGLOBIN (VALUE CODE 48) AND HEMATOCRIT
000900*           (VALUE CODE 49) READING REPORTED FOR EACH OF THE LAST
001000*           TWELVE BILLING MONTHS.  AN INQUIRE CALL RETURNS THE
001100*           HISTORY; A POST CALL RECORDS A CLAIM'S READING MONTH,
001200*           REPLACING THAT MONTH IF IT IS ALREADY ON FILE AND
001300*           OTHERWISE SLOTTING IT IN MONTH ORDER (THE OLDEST MONTH
001400*           DROPS OFF A FULL TABLE), CREATING THE RECORD ON FIRST
001500*           USE.  THE FILE STAYS OPEN ACROSS CALLS WITHIN A RUN
001600*           AND A SHADOW ('S') FIRST CALL HOLDS EVERY POST IN
001700*           MEMORY, BOTH THE SAME WAY ESCALTRN DOES.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-Z990.
002300 OBJECT-COMPUTER.            IBM-Z990.
002400 INPUT-OUTPUT  SECTION.
002500 FILE-CONTROL.
002600     SELECT ESA-HISTORY-FILE       ASSIGN TO ESAHFILE
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS ESAH-MBI.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ESA-HISTORY-FILE
003400     LABEL RECORDS ARE STANDARD.
003500 COPY ESAHCPY.
003600/
003700 WORKING-STORAGE SECTION.
003800 01  W-STORAGE-REF                  PIC X(46) VALUE
003900     'ESCALESA      - W O R K I N G   S T O R A G E'.
004000
004100 01  WS-FIRST-CALL-SWITCH           PIC X(01) VALUE 'Y'.
004200     88  FIRST-CALL                            VALUE 'Y'.
004300     88  NOT-FIRST-CALL                        VALUE 'N'.
004400
004500 01  WS-TODAY                       PIC 9(08).
004600
004700******************************************************************
004800*  MONTH TABLE MAINTENANCE - WHERE THE POSTED MONTH GOES.        *
004900******************************************************************
005000 01  WS-MONTH-SUB                   PIC 9(02) VALUE ZERO.
005100 01  WS-MONTH-HIT                   PIC 9(02) VALUE ZERO.
005200 01  WS-INSERT-AT                   PIC 9(02) VALUE ZERO.
005300 01  WS-MOVE-SUB                    PIC 9(02) VALUE ZERO.
005400
005500******************************************************************
005600*  SHADOW MODE - THE RECORDS THIS RUN WOULD HAVE POSTED, HELD    *
005700*  IN MEMORY INSTEAD OF WRITTEN.  A FULL TABLE IS REPORTED ONCE; *
005800*  LATER NEW RECORDS THEN GO UNHELD.                             *
005900******************************************************************
006000 01  WS-SHADOW-SWITCH               PIC X(01) VALUE 'N'.
006100     88  SHADOW-MODE                           VALUE 'Y'.
006200 01  WS-SHADOW-COUNT                PIC 9(05) VALUE ZERO.
006300 01  WS-SHADOW-SUB                  PIC 9(05) VALUE ZERO.
006400 01  WS-SHADOW-HIT                  PIC 9(05) VALUE ZERO.
006500 01  WS-SHADOW-FULL-SWITCH          PIC X(01) VALUE 'N'.
006600     88  SHADOW-TABLE-FULL                     VALUE 'Y'.
006700 01  WS-SHADOW-TABLE.
006800     05  WS-SHADOW-ENTRY  OCCURS 10000 TIMES
006900                                    PIC X(341).
007000/
007100 LINKAGE SECTION.
007200 COPY ESAXCPY.
007300
007400 01  ESAH-RETURNED-RECORD           PIC X(341).
007500/
007600 PROCEDURE DIVISION USING ESA-HISTORY-REQUEST,
007700     ESAH-RETURNED-RECORD.
007800
007900 0000-MAINLINE.
008000     IF FIRST-CALL  THEN
008100        ACCEPT WS-TODAY             FROM DATE YYYYMMDD
008200        IF ESA-SHADOW-MODE  THEN
008300           MOVE 'Y'                 TO WS-SHADOW-SWITCH
008400           OPEN INPUT ESA-HISTORY-FILE
008500        ELSE
008600           OPEN I-O ESA-HISTORY-FILE
008700        END-IF
008800        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
008900     END-IF.
009000
009100*    THE SHADOW REQUEST ONLY SETS THE MODE, AND ONLY ON THE
009200*    FIRST CALL - A LIVE RUN CANNOT BE SWITCHED PART WAY.
009300     IF ESA-SHADOW-MODE  THEN
009400        GOBACK
009500     END-IF.
009600
009700     MOVE ESA-MBI                   TO ESAH-MBI.
009800
009900     MOVE ZERO                      TO WS-SHADOW-HIT.
010000     IF SHADOW-MODE  THEN
010100        PERFORM 1000-FIND-SHADOW-COPY
010200           VARYING WS-SHADOW-SUB FROM 1 BY 1
010300           UNTIL WS-SHADOW-SUB > WS-SHADOW-COUNT
010400              OR WS-SHADOW-HIT > ZERO
010500     END-IF.
010600
010700     IF WS-SHADOW-HIT > ZERO  THEN
010800        MOVE WS-SHADOW-ENTRY (WS-SHADOW-HIT) TO
010900                                    ESA-READING-HISTORY-RECORD
011000        MOVE 'Y'                    TO ESA-FOUND-SWITCH
011100     ELSE
011200        READ ESA-HISTORY-FILE
011300            INVALID KEY     MOVE 'N' TO ESA-FOUND-SWITCH
011400            NOT INVALID KEY MOVE 'Y' TO ESA-FOUND-SWITCH
011500        END-READ
011600     END-IF.
011700
011800     IF ESA-POST  THEN
011900        PERFORM 2000-POST-READING
012000     END-IF.
012100
012200     IF ESA-RECORD-FOUND  THEN
012300        MOVE ESA-READING-HISTORY-RECORD TO ESAH-RETURNED-RECORD
012400     END-IF.
012500
012600     GOBACK.
012700/
012800 1000-FIND-SHADOW-COPY.
012900     IF WS-SHADOW-ENTRY (WS-SHADOW-SUB) (1:11) = ESAH-MBI  THEN
013000        MOVE WS-SHADOW-SUB          TO WS-SHADOW-HIT
013100     END-IF.
013200/
013300******************************************************************
013400*  RECORD THE CLAIM'S READING MONTH.  THE TABLE IS KEPT OLDEST   *
013500*  MONTH FIRST: A MONTH ALREADY ON FILE TAKES THE NEWER READING, *
013600*  A NEW MONTH IS SLOTTED IN ORDER.  WHEN ALL TWELVE SLOTS ARE   *
013700*  USED THE OLDEST MONTH IS DROPPED TO MAKE ROOM - UNLESS THE    *
013800*  NEW MONTH IS OLDER STILL, IN WHICH CASE IT IS NOT KEPT.       *
013900******************************************************************
014000 2000-POST-READING.
014100     IF ESA-RECORD-NOT-FOUND  THEN
014200        INITIALIZE ESA-READING-HISTORY-RECORD
014300        MOVE ESA-MBI                TO ESAH-MBI
014400     END-IF.
014500
014600     MOVE ZERO                      TO WS-MONTH-HIT.
014700     PERFORM 2010-FIND-MONTH
014800        VARYING WS-MONTH-SUB FROM 1 BY 1
014900        UNTIL WS-MONTH-SUB > ESAH-MONTH-COUNT
015000           OR WS-MONTH-HIT > ZERO.
015100
015200     IF WS-MONTH-HIT = ZERO  THEN
015300        PERFORM 2020-OPEN-MONTH-SLOT
015400     END-IF.
015500
015600     IF WS-MONTH-HIT > ZERO  THEN
015700        MOVE ESA-READING-MONTH      TO
015800                      ESAH-READING-MONTH (WS-MONTH-HIT)
015900        MOVE ESA-HEMOGLOBIN         TO
016000                      ESAH-HEMOGLOBIN (WS-MONTH-HIT)
016100        MOVE ESA-HEMATOCRIT         TO
016200                      ESAH-HEMATOCRIT (WS-MONTH-HIT)
016300        MOVE ESA-CLAIM-NUMBER       TO
016400                      ESAH-CLAIM-NUMBER (WS-MONTH-HIT)
016500     END-IF.
016600
016700     MOVE WS-TODAY                  TO ESAH-LAST-UPDATE-DATE.
016800
016900     IF SHADOW-MODE  THEN
017000        PERFORM 2100-HOLD-SHADOW-COPY
017100     ELSE
017200        IF ESA-RECORD-FOUND  THEN
017300           REWRITE ESA-READING-HISTORY-RECORD
017400        ELSE
017500           WRITE ESA-READING-HISTORY-RECORD
017600           MOVE 'Y'                 TO ESA-FOUND-SWITCH
017700        END-IF
017800     END-IF.
017900
018000 2010-FIND-MONTH.
018100     IF ESAH-READING-MONTH (WS-MONTH-SUB) = ESA-READING-MONTH
018200        THEN
018300        MOVE WS-MONTH-SUB           TO WS-MONTH-HIT
018400     END-IF.
018500
018600******************************************************************
018700*  FIND WHERE A NEW MONTH BELONGS AND SHIFT THE LATER MONTHS UP  *
018800*  ONE SLOT TO OPEN IT.  WS-MONTH-HIT IS LEFT ZERO WHEN THE      *
018900*  MONTH IS TOO OLD TO KEEP.                                     *
019000******************************************************************
019100 2020-OPEN-MONTH-SLOT.
019200     MOVE ZERO                      TO WS-INSERT-AT.
019300     PERFORM 2030-FIND-INSERT-POINT
019400        VARYING WS-MONTH-SUB FROM 1 BY 1
019500        UNTIL WS-MONTH-SUB > ESAH-MONTH-COUNT
019600           OR WS-INSERT-AT > ZERO.
019700     IF WS-INSERT-AT = ZERO  THEN
019800        COMPUTE WS-INSERT-AT = ESAH-MONTH-COUNT + 1
019900     END-IF.
020000
020100     IF ESAH-MONTH-COUNT < 12  THEN
020200        PERFORM 2040-SHIFT-MONTH-UP
020300           VARYING WS-MOVE-SUB FROM ESAH-MONTH-COUNT BY -1
020400           UNTIL WS-MOVE-SUB < WS-INSERT-AT
020500        ADD 1                       TO ESAH-MONTH-COUNT
020600        MOVE WS-INSERT-AT           TO WS-MONTH-HIT
020700     ELSE
020800        IF WS-INSERT-AT > 1  THEN
020900           SUBTRACT 1             FROM WS-INSERT-AT
021000           PERFORM 2050-SHIFT-MONTH-DOWN
021100              VARYING WS-MOVE-SUB FROM 1 BY 1
021200              UNTIL WS-MOVE-SUB NOT < WS-INSERT-AT
021300           MOVE WS-INSERT-AT        TO WS-MONTH-HIT
021400        END-IF
021500     END-IF.
021600
021700 2030-FIND-INSERT-POINT.
021800     IF ESAH-READING-MONTH (WS-MONTH-SUB) > ESA-READING-MONTH
021900        THEN
022000        MOVE WS-MONTH-SUB           TO WS-INSERT-AT
022100     END-IF.
022200
022300 2040-SHIFT-MONTH-UP.
022400     MOVE ESAH-MONTH-ENTRY (WS-MOVE-SUB) TO
022500                      ESAH-MONTH-ENTRY (WS-MOVE-SUB + 1).
022600
022700 2050-SHIFT-MONTH-DOWN.
022800     MOVE ESAH-MONTH-ENTRY (WS-MOVE-SUB + 1) TO
022900                      ESAH-MONTH-ENTRY (WS-MOVE-SUB).
023000/
023100******************************************************************
023200*  SHADOW MODE - KEEP THE UPDATED RECORD IN MEMORY, WHERE THE    *
023300*  NEXT INQUIRE FOR THE SAME BENEFICIARY WILL FIND IT.           *
023400******************************************************************
023500 2100-HOLD-SHADOW-COPY.
023600     IF WS-SHADOW-HIT > ZERO  THEN
023700        MOVE ESA-READING-HISTORY-RECORD TO
023800           WS-SHADOW-ENTRY (WS-SHADOW-HIT)
023900     ELSE
024000        IF WS-SHADOW-COUNT < 10000  THEN
024100           ADD 1                    TO WS-SHADOW-COUNT
024200           MOVE ESA-READING-HISTORY-RECORD TO
024300              WS-SHADOW-ENTRY (WS-SHADOW-COUNT)
024400        ELSE
024500           IF NOT SHADOW-TABLE-FULL  THEN
024600              MOVE 'Y'              TO WS-SHADOW-FULL-SWITCH
024700              DISPLAY 'ESCALESA - SHADOW TABLE FULL AT 10000 '
024800                 'RECORDS - LATER NEW RECORDS NOT HELD'
024900           END-IF
025000        END-IF
025100     END-IF.
025200     MOVE 'Y'                       TO ESA-FOUND-SWITCH.
