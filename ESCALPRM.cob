000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALPRM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALPRM - NEW PROGRAM
000700*         - COMMON RUN PARAMETER LOOKUP.  RETURNS, ONE ROW PER
000800*           CALL, THE PARAMETERS OF A FAMILY IN FORCE ON A GIVEN
000900*           DATE OFF THE RUN PARAMETER MASTER (PARMMAST -
001000*           MAINTAINED BY ESCALPMT), WHICH REPLACES THE OLD
001100*           ONE-RECORD AND SMALL-TABLE CONTROL FILES.  THE
001200*           MASTER IS LOADED INTO A TABLE ON THE FIRST CALL AND
001300*           CLOSED; THE TABLE SERVES EVERY LATER CALL WITHIN THE
001400*           RUN.  ONE FAMILY IS READ AT A TIME - A FIRST-ROW
001500*           CALL STARTS A NEW FAMILY.
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.            IBM-Z990.
002100 OBJECT-COMPUTER.            IBM-Z990.
002200 INPUT-OUTPUT  SECTION.
002300 FILE-CONTROL.
002400     SELECT PARAMETER-MASTER     ASSIGN TO PARMMAST
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS PRMM-RECORD-KEY.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  PARAMETER-MASTER
003200     LABEL RECORDS ARE STANDARD.
003300 COPY PRMMCPY.
003400/
003500 WORKING-STORAGE SECTION.
003600 01  W-STORAGE-REF                  PIC X(46) VALUE
003700     'ESCALPRM      - W O R K I N G   S T O R A G E'.
003800
003900 01  WS-FIRST-CALL-SWITCH           PIC X(01) VALUE 'Y'.
004000     88  FIRST-CALL                            VALUE 'Y'.
004100
004200 01  WS-PRM-EOF-SWITCH              PIC X(01) VALUE 'N'.
004300     88  PRM-END-OF-FILE                       VALUE 'Y'.
004400
004500 01  WS-ROW-FOUND-SWITCH            PIC X(01).
004600     88  ROW-FOUND                             VALUE 'Y'.
004700
004800******************************************************************
004900*  EVERY VERSION ON THE MASTER, IN KEY ORDER - FAMILY, KEY, THEN *
005000*  EFFECTIVE DATE ASCENDING.  5000 VERSIONS IS YEARS OF HISTORY  *
005100*  FOR ALL FOURTEEN FAMILIES.                                    *
005200******************************************************************
005300 01  WS-PRM-TABLE.
005400     05  WS-PRM-ENTRY  OCCURS 5000 TIMES.
005500         10  WS-PRM-FAMILY          PIC X(08).
005600         10  WS-PRM-PARM-KEY        PIC X(20).
005700         10  WS-PRM-EFF-DATE        PIC 9(08).
005800         10  WS-PRM-STATUS          PIC X(01).
005900         10  WS-PRM-ENTERED-DATE    PIC 9(08).
006000         10  WS-PRM-OPERATOR-ID     PIC X(08).
006100         10  WS-PRM-VALUE-IMAGE     PIC X(80).
006200 01  WS-PRM-COUNT                   PIC 9(05) VALUE ZERO.
006300 01  WS-PRM-MAXIMUM                 PIC 9(05) VALUE 5000.
006400
006500******************************************************************
006600*  WHERE THE CURRENT FAMILY'S READ HAS GOT TO.                   *
006700******************************************************************
006800 01  WS-REQ-FAMILY                  PIC X(08) VALUE SPACES.
006900 01  WS-REQ-AS-OF-DATE              PIC 9(08) VALUE ZERO.
007000 01  WS-CURSOR                      PIC 9(05) VALUE ZERO.
007100 01  WS-BEST-SUB                    PIC 9(05).
007200 01  WS-GROUP-FAMILY                PIC X(08).
007300 01  WS-GROUP-PARM-KEY              PIC X(20).
007400/
007500 LINKAGE SECTION.
007600 COPY PRMXCPY.
007700/
007800 PROCEDURE DIVISION USING PARAMETER-LOOKUP-REQUEST.
007900
008000 0000-MAINLINE.
008100     IF FIRST-CALL  THEN
008200        PERFORM 1000-LOAD-PARAMETERS
008300        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
008400     END-IF.
008500
008600     MOVE 00                        TO PRMX-RETURN-CODE.
008700     MOVE SPACES                    TO PRMX-ROW-FAMILY
008800                                       PRMX-PARM-KEY
008900                                       PRMX-OPERATOR-ID
009000                                       PRMX-VALUE-IMAGE.
009100     MOVE ZERO                      TO PRMX-EFF-DATE
009200                                       PRMX-ENTERED-DATE.
009300
009400     EVALUATE TRUE
009500        WHEN PRMX-FIRST-ROW
009600           PERFORM 2000-START-FAMILY
009700        WHEN PRMX-NEXT-ROW
009800           CONTINUE
009900        WHEN OTHER
010000           MOVE 08                  TO PRMX-RETURN-CODE
010100     END-EVALUATE.
010200
010300     IF PRMX-ROW-RETURNED  THEN
010400        PERFORM 3000-FIND-NEXT-IN-FORCE
010500     END-IF.
010600
010700     GOBACK.
010800/
010900******************************************************************
011000***  Load every version into the table once per run.  A master
011100***  too big for the table is loaded as far as it fits and
011200***  flagged on the console.
011300******************************************************************
011400 1000-LOAD-PARAMETERS.
011500     OPEN INPUT PARAMETER-MASTER.
011600
011700     MOVE LOW-VALUES                TO PRMM-RECORD-KEY.
011800     START PARAMETER-MASTER KEY IS >= PRMM-RECORD-KEY
011900         INVALID KEY MOVE 'Y'       TO WS-PRM-EOF-SWITCH
012000     END-START.
012100
012200     PERFORM 1100-LOAD-ONE-VERSION  UNTIL PRM-END-OF-FILE.
012300
012400     CLOSE PARAMETER-MASTER.
012500/
012600 1100-LOAD-ONE-VERSION.
012700     READ PARAMETER-MASTER NEXT RECORD
012800         AT END MOVE 'Y'            TO WS-PRM-EOF-SWITCH
012900         NOT AT END
013000           IF WS-PRM-COUNT < WS-PRM-MAXIMUM  THEN
013100              ADD 1                 TO WS-PRM-COUNT
013200              MOVE PRMM-FAMILY      TO
013300                 WS-PRM-FAMILY (WS-PRM-COUNT)
013400              MOVE PRMM-PARM-KEY    TO
013500                 WS-PRM-PARM-KEY (WS-PRM-COUNT)
013600              MOVE PRMM-EFF-DATE    TO
013700                 WS-PRM-EFF-DATE (WS-PRM-COUNT)
013800              MOVE PRMM-STATUS      TO
013900                 WS-PRM-STATUS (WS-PRM-COUNT)
014000              MOVE PRMM-ENTERED-DATE TO
014100                 WS-PRM-ENTERED-DATE (WS-PRM-COUNT)
014200              MOVE PRMM-OPERATOR-ID TO
014300                 WS-PRM-OPERATOR-ID (WS-PRM-COUNT)
014400              MOVE PRMM-VALUE-IMAGE TO
014500                 WS-PRM-VALUE-IMAGE (WS-PRM-COUNT)
014600           ELSE
014700              DISPLAY 'ESCALPRM - PARAMETER TABLE FULL AT '
014800                 WS-PRM-MAXIMUM ' VERSIONS - LOAD STOPPED AT '
014900                 PRMM-FAMILY ' ' PRMM-PARM-KEY
015000              MOVE 'Y'              TO WS-PRM-EOF-SWITCH
015100           END-IF
015200     END-READ.
015300/
015400******************************************************************
015500***  'F' - remember the family and date, and put the cursor on
015600***  the family's first version (the first version of all for a
015700***  blank family).
015800******************************************************************
015900 2000-START-FAMILY.
016000     IF PRMX-AS-OF-DATE NOT NUMERIC  OR
016100        PRMX-AS-OF-DATE = ZERO  THEN
016200        MOVE 08                     TO PRMX-RETURN-CODE
016300     ELSE
016400        MOVE PRMX-FAMILY            TO WS-REQ-FAMILY
016500        MOVE PRMX-AS-OF-DATE        TO WS-REQ-AS-OF-DATE
016600        MOVE 1                      TO WS-CURSOR
016700        IF WS-REQ-FAMILY NOT = SPACES  THEN
016800           PERFORM 2100-STEP-TO-FAMILY
016900              UNTIL WS-CURSOR > WS-PRM-COUNT
017000                 OR WS-PRM-FAMILY (WS-CURSOR) = WS-REQ-FAMILY
017100        END-IF
017200     END-IF.
017300/
017400 2100-STEP-TO-FAMILY.
017500     ADD 1                          TO WS-CURSOR.
017600/
017700******************************************************************
017800***  Walk key by key from the cursor until a key has a version
017900***  in force on the date, or the family runs out.
018000******************************************************************
018100 3000-FIND-NEXT-IN-FORCE.
018200     MOVE 'N'                       TO WS-ROW-FOUND-SWITCH.
018300     IF WS-CURSOR = ZERO  THEN
018400        MOVE WS-PRM-COUNT           TO WS-CURSOR
018500        ADD 1                       TO WS-CURSOR
018600     END-IF.
018700
018800     PERFORM 3100-WEIGH-ONE-KEY
018900        UNTIL ROW-FOUND
019000           OR WS-CURSOR > WS-PRM-COUNT.
019100
019200     IF NOT ROW-FOUND  THEN
019300        MOVE 04                     TO PRMX-RETURN-CODE
019400     END-IF.
019500/
019600******************************************************************
019700***  All the versions of the key under the cursor: the latest one
019800***  effective on or before the date is in force - unless it is
019900***  a withdrawal, or none has taken effect yet.  Leaves the
020000***  cursor on the next key.
020100******************************************************************
020200 3100-WEIGH-ONE-KEY.
020300     IF WS-REQ-FAMILY NOT = SPACES  AND
020400        WS-PRM-FAMILY (WS-CURSOR) NOT = WS-REQ-FAMILY  THEN
020500        MOVE WS-PRM-COUNT           TO WS-CURSOR
020600        ADD 1                       TO WS-CURSOR
020700     ELSE
020800        MOVE WS-PRM-FAMILY (WS-CURSOR) TO WS-GROUP-FAMILY
020900        MOVE WS-PRM-PARM-KEY (WS-CURSOR) TO WS-GROUP-PARM-KEY
021000        MOVE ZERO                   TO WS-BEST-SUB
021100        PERFORM 3110-WEIGH-ONE-VERSION
021200           UNTIL WS-CURSOR > WS-PRM-COUNT
021300              OR WS-PRM-FAMILY (WS-CURSOR) NOT = WS-GROUP-FAMILY
021400              OR WS-PRM-PARM-KEY (WS-CURSOR) NOT =
021500                 WS-GROUP-PARM-KEY
021600        IF WS-BEST-SUB > ZERO  THEN
021700           IF WS-PRM-STATUS (WS-BEST-SUB) NOT = 'W'  THEN
021800              PERFORM 3200-RETURN-ROW
021900           END-IF
022000        END-IF
022100     END-IF.
022200/
022300 3110-WEIGH-ONE-VERSION.
022400     IF WS-PRM-EFF-DATE (WS-CURSOR) <= WS-REQ-AS-OF-DATE  THEN
022500        MOVE WS-CURSOR              TO WS-BEST-SUB
022600     END-IF.
022700     ADD 1                          TO WS-CURSOR.
022800/
022900 3200-RETURN-ROW.
023000     MOVE 'Y'                       TO WS-ROW-FOUND-SWITCH.
023100     MOVE WS-PRM-FAMILY (WS-BEST-SUB) TO PRMX-ROW-FAMILY.
023200     MOVE WS-PRM-PARM-KEY (WS-BEST-SUB) TO PRMX-PARM-KEY.
023300     MOVE WS-PRM-EFF-DATE (WS-BEST-SUB) TO PRMX-EFF-DATE.
023400     MOVE WS-PRM-ENTERED-DATE (WS-BEST-SUB) TO PRMX-ENTERED-DATE.
023500     MOVE WS-PRM-OPERATOR-ID (WS-BEST-SUB) TO PRMX-OPERATOR-ID.
023600     MOVE WS-PRM-VALUE-IMAGE (WS-BEST-SUB) TO PRMX-VALUE-IMAGE.
