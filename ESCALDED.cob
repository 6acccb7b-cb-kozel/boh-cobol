001330*           (DEDPOST) WITH THE EFFECTIVE DOLLARS, SO THE WEEKLY
001340*           INTEGRITY AUDIT (ESCALACR) CAN REPLAY WHAT WAS
001350*           POSTED INSTEAD OF GUESSING FROM A REPRICE.
001356* 10/15/2026 ESCALDED - SHADOW MODE.  A SHADOW ('S') FIRST CALL
001362*           OPENS THE ACCUMULATOR FILE INPUT ONLY AND NEVER
001368*           OPENS THE LEDGER.  POSTS AND BACKOUTS THEN LAND IN
001374*           AN IN-MEMORY COPY OF THE RECORDS THEY TOUCH, AND
001380*           INQUIRES READ THAT COPY FIRST, SO A SHADOW RUN SEES
001386*           THE SAME RUNNING TOTALS A LIVE RUN WOULD WHILE THE
001392*           FILE ITSELF IS NEVER UPDATED.
001400******************************************************************
001500 DATE-COMPILED.
001600 ENVIRONMENT DIVISION.
004000
004100 01  WS-TODAY                       PIC 9(08).
004110 01  WS-EFFECTIVE-AMOUNT            PIC 9(05)V9(02).
004115
004120******************************************************************
004125*  SHADOW MODE - THE RECORDS THIS RUN WOULD HAVE POSTED, HELD    *
004130*  IN MEMORY INSTEAD OF WRITTEN.  A FULL TABLE IS REPORTED ONCE; *
004135*  LATER NEW RECORDS THEN GO UNHELD.                             *
004140******************************************************************
004145 01  WS-SHADOW-SWITCH               PIC X(01) VALUE 'N'.
004150     88  SHADOW-MODE                           VALUE 'Y'.
004155 01  WS-SHADOW-COUNT                PIC 9(05) VALUE ZERO.
004160 01  WS-SHADOW-SUB                  PIC 9(05) VALUE ZERO.
004165 01  WS-SHADOW-HIT                  PIC 9(05) VALUE ZERO.
004170 01  WS-SHADOW-FULL-SWITCH          PIC X(01) VALUE 'N'.
004175     88  SHADOW-TABLE-FULL                     VALUE 'Y'.
004180 01  WS-SHADOW-TABLE.
004185     05  WS-SHADOW-ENTRY  OCCURS 50000 TIMES
004190                                    PIC X(40).
004200/
004300 LINKAGE SECTION.
004400 COPY DEDXCPY.
004800 0000-MAINLINE.
004900     IF FIRST-CALL  THEN
005000        ACCEPT WS-TODAY             FROM DATE YYYYMMDD
005100        IF DED-SHADOW-MODE  THEN
005110           MOVE 'Y'                 TO WS-SHADOW-SWITCH
005125           OPEN INPUT DEDUCTIBLE-FILE
005140        ELSE
005155           OPEN I-O DEDUCTIBLE-FILE
005170           OPEN EXTEND DEDUCTIBLE-POSTING-OUT
005185        END-IF
005200        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
005214     END-IF.
005228
005242*    THE SHADOW REQUEST ONLY SETS THE MODE, AND ONLY ON THE
005256*    FIRST CALL - A LIVE RUN CANNOT BE SWITCHED PART WAY.
005270     IF DED-SHADOW-MODE  THEN
005284        GOBACK
005300     END-IF.
005400
005500     MOVE DED-MBI                   TO DEDH-MBI.
005600     MOVE DED-YEAR                  TO DEDH-YEAR.
005700
005800     MOVE ZERO                      TO WS-SHADOW-HIT.
005900     IF SHADOW-MODE  THEN
006000        PERFORM 1000-FIND-SHADOW-COPY
006100           VARYING WS-SHADOW-SUB FROM 1 BY 1
006106           UNTIL WS-SHADOW-SUB > WS-SHADOW-COUNT
006112              OR WS-SHADOW-HIT > ZERO
006118     END-IF.
006124
006130     IF WS-SHADOW-HIT > ZERO  THEN
006136        MOVE WS-SHADOW-ENTRY (WS-SHADOW-HIT) TO
006142                                    DEDUCTIBLE-HISTORY-RECORD
006148        MOVE 'Y'                    TO DED-FOUND-SWITCH
006154     ELSE
006160        READ DEDUCTIBLE-FILE
006166            INVALID KEY     MOVE 'N' TO DED-FOUND-SWITCH
006172            NOT INVALID KEY MOVE 'Y' TO DED-FOUND-SWITCH
006178        END-READ
006184     END-IF.
006200
006300     IF DED-POST  OR  DED-BACKOUT  THEN
006400        PERFORM 2000-POST-DEDUCTIBLE
007100     END-IF.
007200
007300     GOBACK.
007314/
007328 1000-FIND-SHADOW-COPY.
007342     IF WS-SHADOW-ENTRY (WS-SHADOW-SUB) (1:15) =
007356                                    DEDH-RECORD-KEY  THEN
007370        MOVE WS-SHADOW-SUB          TO WS-SHADOW-HIT
007384     END-IF.
007400/
007500 2000-POST-DEDUCTIBLE.
007600     IF DED-RECORD-NOT-FOUND  THEN
008270        ADD DED-AMOUNT              TO DEDH-APPLIED-AMT
008280     END-IF.
008282
008300     MOVE WS-TODAY                  TO DEDH-LAST-UPDATE-DATE.
008400
008500     IF SHADOW-MODE  THEN
008600        PERFORM 2100-HOLD-SHADOW-COPY
008700     ELSE
008800        MOVE SPACES                 TO DEDUCTIBLE-POSTING-RECORD
008900        MOVE DED-MBI                TO DPL-MBI
008907        MOVE DED-YEAR               TO DPL-YEAR
008914        MOVE DED-ACTION-CODE        TO DPL-ACTION-CODE
008921        MOVE WS-EFFECTIVE-AMOUNT    TO DPL-AMOUNT
008928        MOVE WS-TODAY               TO DPL-POSTING-DATE
008935        WRITE DEDUCTIBLE-POSTING-RECORD
008942
008949        IF DED-RECORD-FOUND  THEN
008956           REWRITE DEDUCTIBLE-HISTORY-RECORD
008963        ELSE
008970           WRITE DEDUCTIBLE-HISTORY-RECORD
008977           MOVE 'Y'                 TO DED-FOUND-SWITCH
008984        END-IF
009000     END-IF.
009010/
009020******************************************************************
009030*  SHADOW MODE - KEEP THE UPDATED RECORD IN MEMORY, WHERE THE    *
009040*  NEXT INQUIRE FOR THE SAME BENEFICIARY-YEAR WILL FIND IT.      *
009050******************************************************************
009060 2100-HOLD-SHADOW-COPY.
009070     IF WS-SHADOW-HIT > ZERO  THEN
009080        MOVE DEDUCTIBLE-HISTORY-RECORD TO
009090           WS-SHADOW-ENTRY (WS-SHADOW-HIT)
009100     ELSE
009110        IF WS-SHADOW-COUNT < 50000  THEN
009120           ADD 1                    TO WS-SHADOW-COUNT
009130           MOVE DEDUCTIBLE-HISTORY-RECORD TO
009140              WS-SHADOW-ENTRY (WS-SHADOW-COUNT)
009150        ELSE
009160           IF NOT SHADOW-TABLE-FULL  THEN
009170              MOVE 'Y'              TO WS-SHADOW-FULL-SWITCH
009180              DISPLAY 'ESCALDED - SHADOW TABLE FULL AT 50000 '
009190                 'RECORDS - LATER NEW RECORDS NOT HELD'
009200           END-IF
009210        END-IF
009220     END-IF.
009230     MOVE 'Y'                       TO DED-FOUND-SWITCH.
