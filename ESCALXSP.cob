000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALXSP.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALXSP - NEW PROGRAM
000700*         - COMMON X12 SEGMENT HANDLING.  SPLITS ONE SEGMENT INTO
000800*           ITS ELEMENTS, ONE COMPOSITE ELEMENT INTO ITS
000900*           COMPONENTS, CONVERTS AN X12 DECIMAL ELEMENT TO AN
001000*           AMOUNT, AND BUILDS AN OUTBOUND SEGMENT FROM ITS
001100*           ELEMENTS, SO NO PROGRAM THAT READS OR WRITES X12
001200*           CARRIES ITS OWN COPY OF THE SEPARATOR HANDLING.
001300******************************************************************
001400 DATE-COMPILED.
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 SOURCE-COMPUTER.            IBM-Z990.
001800 OBJECT-COMPUTER.            IBM-Z990.
001900
002000 DATA DIVISION.
002100 WORKING-STORAGE SECTION.
002200 01  W-STORAGE-REF                  PIC X(46) VALUE
002300     'ESCALXSP      - W O R K I N G   S T O R A G E'.
002400
002500 01  WS-POINTER                     PIC 9(04).
002600 01  WS-PIECE                       PIC X(512).
002700 01  WS-PIECE-LENGTH                PIC 9(04).
002800 01  WS-SUB                         PIC 9(02).
002900 01  WS-LAST-ELEMENT                PIC 9(02).
003000
003100******************************************************************
003200*  A SCAN AREA WITH A NON-BLANK BYTE IN FRONT, SO A BACKWARD     *
003300*  SEARCH FOR THE LAST NON-BLANK BYTE ALWAYS STOPS - AT THE      *
003400*  FRONT BYTE WHEN THE VALUE IS ALL SPACES.                      *
003500******************************************************************
003600 01  WS-SCAN-AREA.
003700     05  WS-SCAN-FRONT              PIC X(01) VALUE '*'.
003800     05  WS-SCAN-TEXT               PIC X(512).
003900 01  WS-SCAN-BYTES  REDEFINES  WS-SCAN-AREA.
004000     05  WS-SCAN-BYTE  OCCURS 513 TIMES
004100                                    PIC X(01).
004200 01  WS-SCAN-POSITION               PIC 9(04).
004300 01  WS-TEXT-LENGTH                 PIC 9(04).
004400
004500 01  WS-SIGN-SWITCH                 PIC X(01).
004600     88  AMOUNT-IS-NEGATIVE                    VALUE 'Y'.
004700 01  WS-AMOUNT-TEXT                 PIC X(80).
004800 01  WS-AMOUNT-LENGTH               PIC 9(03).
004900 01  WS-WHOLE-TEXT                  PIC X(80).
005000 01  WS-WHOLE-LENGTH                PIC 9(03).
005100 01  WS-FRACTION-TEXT               PIC X(80).
005200 01  WS-FRACTION-LENGTH             PIC 9(03).
005300 01  WS-DELIMITER-COUNT             PIC 9(03).
005400 01  WS-WHOLE-DIGITS                PIC X(11) JUSTIFIED RIGHT.
005500 01  WS-WHOLE-NUMBER  REDEFINES  WS-WHOLE-DIGITS
005600                                    PIC 9(11).
005700 01  WS-FRACTION-DIGITS             PIC X(02).
005800 01  WS-FRACTION-NUMBER  REDEFINES  WS-FRACTION-DIGITS
005900                                    PIC 9(02).
006000/
006100 LINKAGE SECTION.
006200 COPY XSPCPY.
006300/
006400 PROCEDURE DIVISION USING X12-SEGMENT-REQUEST.
006500
006600 0000-MAINLINE.
006700     MOVE 00                        TO XSP-RETURN-CODE.
006800
006900     EVALUATE TRUE
007000        WHEN XSP-SPLIT-SEGMENT
007100           PERFORM 1000-SPLIT-SEGMENT
007200        WHEN XSP-SPLIT-COMPOSITE
007300           PERFORM 2000-SPLIT-COMPOSITE
007400        WHEN XSP-CONVERT-AMOUNT
007500           PERFORM 3000-CONVERT-AMOUNT
007600        WHEN XSP-BUILD-SEGMENT
007700           PERFORM 4000-BUILD-SEGMENT
007800        WHEN OTHER
007900           MOVE 08                  TO XSP-RETURN-CODE
008000     END-EVALUATE.
008100
008200     GOBACK.
008300/
008400******************************************************************
008500***  'S' - the segment ID, then one element per separator.  An
008600***  element is unstrung into a segment-sized piece first so its
008700***  full received length is known before it is cut to its slot.
008800******************************************************************
008900 1000-SPLIT-SEGMENT.
009000     MOVE SPACES                    TO XSP-SEGMENT-ID
009100                                    XSP-ELEMENT-TABLE.
009200     MOVE ZERO                      TO XSP-ELEMENT-COUNT.
009300     MOVE ZERO                      TO XSP-ELEMENT-LENGTH-TABLE.
009400
009500     MOVE XSP-SEGMENT               TO WS-SCAN-TEXT.
009600     MOVE 513                       TO WS-SCAN-POSITION.
009700     PERFORM 7000-FIND-TEXT-LENGTH.
009800
009900     IF WS-TEXT-LENGTH = ZERO  THEN
010000        MOVE 08                     TO XSP-RETURN-CODE
010100     ELSE
010200        MOVE 1                      TO WS-POINTER
010300        PERFORM 8000-UNSTRING-SEGMENT-PIECE
010400        MOVE WS-PIECE               TO XSP-SEGMENT-ID
010500        PERFORM 1100-SPLIT-ONE-ELEMENT
010600           UNTIL WS-POINTER > WS-TEXT-LENGTH
010700              OR XSP-ELEMENT-COUNT = 30
010800        IF WS-POINTER NOT > WS-TEXT-LENGTH  THEN
010900           MOVE 04                  TO XSP-RETURN-CODE
011000        END-IF
011100     END-IF.
011200/
011300 1100-SPLIT-ONE-ELEMENT.
011400     ADD 1                          TO XSP-ELEMENT-COUNT.
011500     PERFORM 8000-UNSTRING-SEGMENT-PIECE.
011600     MOVE WS-PIECE                  TO
011700        XSP-ELEMENT (XSP-ELEMENT-COUNT).
011800     MOVE WS-PIECE-LENGTH           TO
011900        XSP-ELEMENT-LENGTH (XSP-ELEMENT-COUNT).
012000     IF WS-PIECE-LENGTH > 80  THEN
012100        MOVE 04                     TO XSP-RETURN-CODE
012200     END-IF.
012300/
012400******************************************************************
012500***  'C' - the components of one element.  An element that holds
012600***  no separator comes back as a single component.
012700******************************************************************
012800 2000-SPLIT-COMPOSITE.
012900     MOVE SPACES                    TO XSP-COMPONENT-TABLE.
013000     MOVE ZERO                      TO XSP-COMPONENT-COUNT.
013100
013200     IF XSP-ELEMENT-NUMBER = ZERO  OR
013300        XSP-ELEMENT-NUMBER > XSP-ELEMENT-COUNT  THEN
013400        MOVE 08                     TO XSP-RETURN-CODE
013500     ELSE
013600        MOVE XSP-ELEMENT (XSP-ELEMENT-NUMBER) TO WS-SCAN-TEXT
013700        MOVE 81                     TO WS-SCAN-POSITION
013800        PERFORM 7000-FIND-TEXT-LENGTH
013900        MOVE 1                      TO WS-POINTER
014000        PERFORM 2100-SPLIT-ONE-COMPONENT
014100           UNTIL WS-POINTER > WS-TEXT-LENGTH
014200              OR XSP-COMPONENT-COUNT = 10
014300     END-IF.
014400/
014500 2100-SPLIT-ONE-COMPONENT.
014600     ADD 1                          TO XSP-COMPONENT-COUNT.
014700     UNSTRING XSP-ELEMENT (XSP-ELEMENT-NUMBER) (1:WS-TEXT-LENGTH)
014800        DELIMITED BY XSP-COMPONENT-SEPARATOR
014900        INTO XSP-COMPONENT (XSP-COMPONENT-COUNT)
015000        WITH POINTER WS-POINTER
015100     END-UNSTRING.
015200/
015300******************************************************************
015400***  'A' - an X12 decimal: an optional leading minus, digits, and
015500***  an optional point with no more than two digits after it.  No
015600***  more than eleven digits may stand in front of the point.
015700******************************************************************
015800 3000-CONVERT-AMOUNT.
015900     MOVE ZERO                      TO XSP-AMOUNT.
016000     MOVE 'N'                       TO WS-SIGN-SWITCH.
016100
016200     MOVE XSP-AMOUNT-TEXT           TO WS-AMOUNT-TEXT.
016300     IF WS-AMOUNT-TEXT (1:1) = '-'  THEN
016400        MOVE 'Y'                    TO WS-SIGN-SWITCH
016500        MOVE XSP-AMOUNT-TEXT (2:79) TO WS-AMOUNT-TEXT
016600     END-IF.
016700     MOVE WS-AMOUNT-TEXT            TO WS-SCAN-TEXT.
016800     MOVE 81                        TO WS-SCAN-POSITION.
016900     PERFORM 7000-FIND-TEXT-LENGTH.
017000     MOVE WS-TEXT-LENGTH            TO WS-AMOUNT-LENGTH.
017100     IF WS-AMOUNT-LENGTH = ZERO  THEN
017200        MOVE 08                     TO XSP-RETURN-CODE
017300     ELSE
017400        PERFORM 3100-EDIT-AMOUNT-DIGITS
017500     END-IF.
017600/
017700 3100-EDIT-AMOUNT-DIGITS.
017800     MOVE SPACES                    TO WS-WHOLE-TEXT
017900                                    WS-FRACTION-TEXT.
018000     MOVE ZERO                      TO WS-WHOLE-LENGTH
018100                                    WS-FRACTION-LENGTH
018200                                    WS-DELIMITER-COUNT.
018300     UNSTRING WS-AMOUNT-TEXT (1:WS-AMOUNT-LENGTH)
018400        DELIMITED BY '.'
018500        INTO WS-WHOLE-TEXT     COUNT IN WS-WHOLE-LENGTH
018600             WS-FRACTION-TEXT  COUNT IN WS-FRACTION-LENGTH
018700        TALLYING IN WS-DELIMITER-COUNT
018800     END-UNSTRING.
018900
019000     IF WS-DELIMITER-COUNT > 2  OR
019100        WS-WHOLE-LENGTH > 11  OR
019200        WS-FRACTION-LENGTH > 2  OR
019300        (WS-WHOLE-LENGTH = ZERO  AND  WS-FRACTION-LENGTH = ZERO)
019400        THEN
019500        MOVE 08                     TO XSP-RETURN-CODE
019600     ELSE
019700        MOVE ZERO                   TO WS-WHOLE-NUMBER
019800        IF WS-WHOLE-LENGTH > ZERO  THEN
019900           MOVE WS-WHOLE-TEXT (1:WS-WHOLE-LENGTH)
020000                                    TO WS-WHOLE-DIGITS
020100           INSPECT WS-WHOLE-DIGITS
020200              REPLACING LEADING SPACE BY ZERO
020300        END-IF
020400        MOVE WS-FRACTION-TEXT       TO WS-FRACTION-DIGITS
020500        INSPECT WS-FRACTION-DIGITS
020600           REPLACING ALL SPACE BY ZERO
020700        IF WS-WHOLE-DIGITS NUMERIC  AND
020800           WS-FRACTION-DIGITS NUMERIC  THEN
020900           COMPUTE XSP-AMOUNT =
021000              WS-WHOLE-NUMBER + (WS-FRACTION-NUMBER / 100)
021100           IF AMOUNT-IS-NEGATIVE  THEN
021200              COMPUTE XSP-AMOUNT = ZERO - XSP-AMOUNT
021300           END-IF
021400        ELSE
021500           MOVE 08                  TO XSP-RETURN-CODE
021600        END-IF
021700     END-IF.
021800/
021900******************************************************************
022000***  'B' - the segment ID, then a separator and the element for
022100***  every element up to the last one that is not empty.
022200******************************************************************
022300 4000-BUILD-SEGMENT.
022400     MOVE SPACES                    TO XSP-SEGMENT.
022500     MOVE ZERO                      TO WS-LAST-ELEMENT.
022600     PERFORM 4100-FIND-LAST-ELEMENT
022700        VARYING WS-SUB FROM 1 BY 1
022800        UNTIL WS-SUB > XSP-ELEMENT-COUNT
022900           OR WS-SUB > 30.
023000
023100     MOVE 1                         TO WS-POINTER.
023200     STRING XSP-SEGMENT-ID  DELIMITED BY SPACE
023300        INTO XSP-SEGMENT  WITH POINTER WS-POINTER
023400     END-STRING.
023500     PERFORM 4200-APPEND-ONE-ELEMENT
023600        VARYING WS-SUB FROM 1 BY 1
023700        UNTIL WS-SUB > WS-LAST-ELEMENT.
023800/
023900 4100-FIND-LAST-ELEMENT.
024000     IF XSP-ELEMENT (WS-SUB) NOT = SPACES  THEN
024100        MOVE WS-SUB                 TO WS-LAST-ELEMENT
024200     END-IF.
024300/
024400 4200-APPEND-ONE-ELEMENT.
024500     STRING XSP-ELEMENT-SEPARATOR  DELIMITED BY SIZE
024600        INTO XSP-SEGMENT  WITH POINTER WS-POINTER
024700     END-STRING.
024800     MOVE XSP-ELEMENT (WS-SUB)      TO WS-SCAN-TEXT.
024900     MOVE 81                        TO WS-SCAN-POSITION.
025000     PERFORM 7000-FIND-TEXT-LENGTH.
025100     IF WS-TEXT-LENGTH > ZERO  THEN
025200        STRING XSP-ELEMENT (WS-SUB) (1:WS-TEXT-LENGTH)
025300           DELIMITED BY SIZE
025400           INTO XSP-SEGMENT  WITH POINTER WS-POINTER
025500        END-STRING
025600     END-IF.
025700/
025800******************************************************************
025900***  Length of the text in WS-SCAN-TEXT, searching back from the
026000***  byte at WS-SCAN-POSITION (one past the length of the field
026100***  that was moved in, counting the front byte).
026200******************************************************************
026300 7000-FIND-TEXT-LENGTH.
026400     PERFORM 7100-STEP-BACK-ONE-BYTE
026500        UNTIL WS-SCAN-BYTE (WS-SCAN-POSITION) NOT = SPACE.
026600     COMPUTE WS-TEXT-LENGTH = WS-SCAN-POSITION - 1.
026700/
026800 7100-STEP-BACK-ONE-BYTE.
026900     SUBTRACT 1                     FROM WS-SCAN-POSITION.
027000/
027100******************************************************************
027200***  The next piece of the segment up to the element separator,
027300***  and its length as received.
027400******************************************************************
027500 8000-UNSTRING-SEGMENT-PIECE.
027600     MOVE SPACES                    TO WS-PIECE.
027700     MOVE ZERO                      TO WS-PIECE-LENGTH.
027800     UNSTRING XSP-SEGMENT (1:WS-TEXT-LENGTH)
027900        DELIMITED BY XSP-ELEMENT-SEPARATOR
028000        INTO WS-PIECE  COUNT IN WS-PIECE-LENGTH
028100        WITH POINTER WS-POINTER
028200     END-UNSTRING.
