001430*           (TRNPOST) WITH THE EFFECTIVE SESSIONS, SO THE
001440*           WEEKLY INTEGRITY AUDIT (ESCALACR) CAN REPLAY WHAT
001450*           WAS POSTED INSTEAD OF GUESSING FROM A REPRICE.
001456* 10/15/2026 ESCALTRN - SHADOW MODE.  A SHADOW ('S') FIRST CALL
001462*           OPENS THE HISTORY FILE INPUT ONLY AND NEVER OPENS
001468*           THE LEDGER.  POSTS AND BACKOUTS THEN LAND IN AN
001474*           IN-MEMORY COPY OF THE RECORDS THEY TOUCH, AND
001480*           INQUIRES READ THAT COPY FIRST, SO A SHADOW RUN SEES
001486*           THE SAME RUNNING TOTALS A LIVE RUN WOULD WHILE THE
001492*           FILE ITSELF IS NEVER UPDATED.
001500******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
004100
004200 01  WS-TODAY                       PIC 9(08).
004210 01  WS-EFFECTIVE-SESSIONS          PIC 9(05).
004215
004220******************************************************************
004225*  SHADOW MODE - THE RECORDS THIS RUN WOULD HAVE POSTED, HELD    *
004230*  IN MEMORY INSTEAD OF WRITTEN.  A FULL TABLE IS REPORTED ONCE; *
004235*  LATER NEW RECORDS THEN GO UNHELD.                             *
004240******************************************************************
004245 01  WS-SHADOW-SWITCH               PIC X(01) VALUE 'N'.
004250     88  SHADOW-MODE                           VALUE 'Y'.
004255 01  WS-SHADOW-COUNT                PIC 9(05) VALUE ZERO.
004260 01  WS-SHADOW-SUB                  PIC 9(05) VALUE ZERO.
004265 01  WS-SHADOW-HIT                  PIC 9(05) VALUE ZERO.
004270 01  WS-SHADOW-FULL-SWITCH          PIC X(01) VALUE 'N'.
004275     88  SHADOW-TABLE-FULL                     VALUE 'Y'.
004280 01  WS-SHADOW-TABLE.
004285     05  WS-SHADOW-ENTRY  OCCURS 50000 TIMES
004290                                    PIC X(49).
004300/
004400 LINKAGE SECTION.
004500 COPY TRNXCPY.
005200 0000-MAINLINE.
005300     IF FIRST-CALL  THEN
005400        ACCEPT WS-TODAY             FROM DATE YYYYMMDD
005500        IF TRN-SHADOW-MODE  THEN
005510           MOVE 'Y'                 TO WS-SHADOW-SWITCH
005525           OPEN INPUT TRAINING-HISTORY-FILE
005540        ELSE
005555           OPEN I-O TRAINING-HISTORY-FILE
005570           OPEN EXTEND TRAINING-POSTING-OUT
005585        END-IF
005600        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
005614     END-IF.
005628
005642*    THE SHADOW REQUEST ONLY SETS THE MODE, AND ONLY ON THE
005656*    FIRST CALL - A LIVE RUN CANNOT BE SWITCHED PART WAY.
005670     IF TRN-SHADOW-MODE  THEN
005684        GOBACK
005700     END-IF.
005800
005900     MOVE TRN-MBI                   TO TRNH-MBI.
006000
006100     MOVE ZERO                      TO WS-SHADOW-HIT.
006200     IF SHADOW-MODE  THEN
006300        PERFORM 1000-FIND-SHADOW-COPY
006400           VARYING WS-SHADOW-SUB FROM 1 BY 1
006406           UNTIL WS-SHADOW-SUB > WS-SHADOW-COUNT
006412              OR WS-SHADOW-HIT > ZERO
006418     END-IF.
006424
006430     IF WS-SHADOW-HIT > ZERO  THEN
006436        MOVE WS-SHADOW-ENTRY (WS-SHADOW-HIT) TO
006442                                    TRAINING-HISTORY-RECORD
006448        MOVE 'Y'                    TO TRN-FOUND-SWITCH
006454     ELSE
006460        READ TRAINING-HISTORY-FILE
006466            INVALID KEY     MOVE 'N' TO TRN-FOUND-SWITCH
006472            NOT INVALID KEY MOVE 'Y' TO TRN-FOUND-SWITCH
006478        END-READ
006484     END-IF.
006500
006600     IF TRN-POST  OR  TRN-BACKOUT  THEN
006700        PERFORM 2000-POST-SESSIONS
007200     END-IF.
007300
007400     GOBACK.
007416/
007432 1000-FIND-SHADOW-COPY.
007448     IF WS-SHADOW-ENTRY (WS-SHADOW-SUB) (1:11) = TRNH-MBI  THEN
007464        MOVE WS-SHADOW-SUB          TO WS-SHADOW-HIT
007480     END-IF.
007500/
007600 2000-POST-SESSIONS.
007700     IF TRN-RECORD-NOT-FOUND  THEN
008410        END-IF
008420     END-IF.
008430
008800     MOVE WS-TODAY                  TO TRNH-LAST-UPDATE-DATE.
008900
009000     IF SHADOW-MODE  THEN
009100        PERFORM 2100-HOLD-SHADOW-COPY
009200     ELSE
009300        MOVE SPACES                 TO TRAINING-POSTING-RECORD
009400        MOVE TRN-MBI                TO TPL-MBI
009407        MOVE TRN-SESSION-TYPE       TO TPL-SESSION-TYPE
009414        MOVE TRN-ACTION-CODE        TO TPL-ACTION-CODE
009421        MOVE WS-EFFECTIVE-SESSIONS  TO TPL-SESSIONS
009428        MOVE WS-TODAY               TO TPL-POSTING-DATE
009435        WRITE TRAINING-POSTING-RECORD
009442
009449        IF TRN-RECORD-FOUND  THEN
009456           REWRITE TRAINING-HISTORY-RECORD
009463        ELSE
009470           WRITE TRAINING-HISTORY-RECORD
009477           MOVE 'Y'                 TO TRN-FOUND-SWITCH
009484        END-IF
009500     END-IF.
009510/
009520******************************************************************
009530*  SHADOW MODE - KEEP THE UPDATED RECORD IN MEMORY, WHERE THE    *
009540*  NEXT INQUIRE FOR THE SAME BENEFICIARY WILL FIND IT.           *
009550******************************************************************
009560 2100-HOLD-SHADOW-COPY.
009570     IF WS-SHADOW-HIT > ZERO  THEN
009580        MOVE TRAINING-HISTORY-RECORD TO
009590           WS-SHADOW-ENTRY (WS-SHADOW-HIT)
009600     ELSE
009610        IF WS-SHADOW-COUNT < 50000  THEN
009620           ADD 1                    TO WS-SHADOW-COUNT
009630           MOVE TRAINING-HISTORY-RECORD TO
009640              WS-SHADOW-ENTRY (WS-SHADOW-COUNT)
009650        ELSE
009660           IF NOT SHADOW-TABLE-FULL  THEN
009670              MOVE 'Y'              TO WS-SHADOW-FULL-SWITCH
009680              DISPLAY 'ESCALTRN - SHADOW TABLE FULL AT 50000 '
009690                 'RECORDS - LATER NEW RECORDS NOT HELD'
009700           END-IF
009710        END-IF
009720     END-IF.
009730     MOVE 'Y'                       TO TRN-FOUND-SWITCH.
