000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALPML.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALPML - NEW PROGRAM
000700*         - POINT-IN-TIME RUN PARAMETER LISTING, FOR AUDIT.  LISTS
000800*           EVERY PARAMETER IN FORCE ON THE RUN DATE NAMED ON THE
000900*           PMLCTL CARD - EXACTLY WHAT THAT NIGHT'S PROGRAMS READ
001000*           THROUGH ESCALPRM - WITH THE VERSION'S EFFECTIVE DATE,
001100*           THE DAY IT WAS ENTERED, THE OPERATOR WHO SUBMITTED
001200*           IT, AND ITS VALUE IMAGE.  THE APPROVER OF EACH
001300*           VERSION IS ON THE MAINTENANCE JOURNAL.  A FAMILY
001400*           WITH NOTHING IN FORCE IS LISTED AS SUCH - THE
001500*           COMPILED DEFAULTS GOVERNED THAT NIGHT.
001510* 10/15/2026 ESCALPML - ESACTL (ESA CLAIMS MONITORING) LISTED.
001520* 10/15/2026 ESCALPML - MAPCTL (DERIVED OUTLIER MAP) LISTED.
001530* 10/15/2026 ESCALPML - CBECTL AND CBLIST (ESRD CONSOLIDATED
001540*           BILLING EDIT) LISTED.
001570* 10/15/2026 ESCALPML - CRFCTL (CASH-REQUIREMENTS FORECAST)
001575*           LISTED.
001580* 10/15/2026 ESCALPML - PBVCTL (BANKING VERIFICATION), DMDCTL
001590*           (DEMAND LETTER CYCLE), AND RTQLIMIT
001595*           (RETROACTIVE-CHANGE LOOKBACK) LISTED.
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.            IBM-Z990.
002100 OBJECT-COMPUTER.            IBM-Z990.
002200 INPUT-OUTPUT  SECTION.
002300 FILE-CONTROL.
002400     SELECT LISTING-CONTROL      ASSIGN TO PMLCTL
002500         ORGANIZATION IS SEQUENTIAL.
002600     SELECT PARAMETER-LISTING    ASSIGN TO PMLRPT
002700         ORGANIZATION IS SEQUENTIAL.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  LISTING-CONTROL
003200     LABEL RECORDS ARE STANDARD
003300     RECORDING MODE IS F.
003400 COPY PMLCCPY.
003500/
003600 FD  PARAMETER-LISTING
003700     LABEL RECORDS ARE STANDARD
003800     RECORDING MODE IS F.
003900 01  PMLRPT-RECORD                  PIC X(150).
004000/
004100 WORKING-STORAGE SECTION.
004200 01  W-STORAGE-REF                  PIC X(46) VALUE
004300     'ESCALPML      - W O R K I N G   S T O R A G E'.
004400
004500 01  WS-TODAY                       PIC 9(08).
004600 01  WS-AS-OF-DATE                  PIC 9(08).
004700 01  WS-LIST-FAMILY                 PIC X(08) VALUE SPACES.
004800 01  WS-FAMILY-ROW-COUNT            PIC 9(05) VALUE ZERO.
004900 01  WS-ROW-COUNT                   PIC 9(05) VALUE ZERO.
005000
005100******************************************************************
005200*  EVERY FAMILY THE MASTER CARRIES, LISTED IN THIS ORDER.        *
005300******************************************************************
005400 01  WS-FAMILY-TABLE.
005500     05  FILLER                     PIC X(08) VALUE 'ANCCTL'.
005530     05  FILLER                     PIC X(08) VALUE 'CBECTL'.
005560     05  FILLER                     PIC X(08) VALUE 'CBLIST'.
005580     05  FILLER                     PIC X(08) VALUE 'CRFCTL'.
005600     05  FILLER                     PIC X(08) VALUE 'CTGCTL'.
005700     05  FILLER                     PIC X(08) VALUE 'DEDCTL'.
005750     05  FILLER                     PIC X(08) VALUE 'DMDCTL'.
005800     05  FILLER                     PIC X(08) VALUE 'DUPRETN'.
005900     05  FILLER                     PIC X(08) VALUE 'EMGCTL'.
006000     05  FILLER                     PIC X(08) VALUE 'EQRSCTL'.
006050     05  FILLER                     PIC X(08) VALUE 'ESACTL'.
006100     05  FILLER                     PIC X(08) VALUE 'FLRCTL'.
006150     05  FILLER                     PIC X(08) VALUE 'MAPCTL'.
006200     05  FILLER                     PIC X(08) VALUE 'MASSCTL'.
006300     05  FILLER                     PIC X(08) VALUE 'MBICTL'.
006400     05  FILLER                     PIC X(08) VALUE 'MRVCTL'.
006450     05  FILLER                     PIC X(08) VALUE 'PBVCTL'.
006500     05  FILLER                     PIC X(08) VALUE 'PPICTL'.
006600     05  FILLER                     PIC X(08) VALUE 'REDCTL'.
006650     05  FILLER                     PIC X(08) VALUE 'RTQLIMIT'.
006700     05  FILLER                     PIC X(08) VALUE 'TFLCTL'.
006800     05  FILLER                     PIC X(08) VALUE 'TRNLIMIT'.
006900 01  WS-FAMILIES  REDEFINES  WS-FAMILY-TABLE.
007000     05  WS-FAMILY-NAME  OCCURS 22 TIMES
007100                                    PIC X(08).
007200 01  WS-FAMILY-SUB                  PIC 9(02).
007300
007400 COPY PRMXCPY.
007500
007600 01  RPT-HEADING-1.
007700     05  FILLER                     PIC X(05) VALUE SPACES.
007800     05  FILLER                     PIC X(44) VALUE
007900         'RUN PARAMETERS IN FORCE FOR RUN DATE'.
008000     05  RPT-HDG-AS-OF-DATE         PIC 9(08).
008100     05  FILLER                     PIC X(15) VALUE SPACES.
008200     05  FILLER                     PIC X(09) VALUE 'LISTED '.
008300     05  RPT-HDG-TODAY              PIC 9(08).
008400
008500 01  RPT-HEADING-2.
008600     05  FILLER                     PIC X(05) VALUE SPACES.
008700     05  FILLER                     PIC X(10) VALUE 'FAMILY'.
008800     05  FILLER                     PIC X(22) VALUE 'KEY'.
008900     05  FILLER                     PIC X(10) VALUE 'EFFECTIVE'.
009000     05  FILLER                     PIC X(10) VALUE 'ENTERED'.
009100     05  FILLER                     PIC X(10) VALUE 'SUBMITTER'.
009200     05  FILLER                     PIC X(80) VALUE 'VALUE'.
009300
009400 01  RPT-DETAIL-LINE.
009500     05  FILLER                     PIC X(05) VALUE SPACES.
009600     05  RPT-FAMILY                 PIC X(08).
009700     05  FILLER                     PIC X(02) VALUE SPACES.
009800     05  RPT-PARM-KEY               PIC X(20).
009900     05  FILLER                     PIC X(02) VALUE SPACES.
010000     05  RPT-EFF-DATE               PIC 9(08).
010100     05  FILLER                     PIC X(02) VALUE SPACES.
010200     05  RPT-ENTERED-DATE           PIC 9(08).
010300     05  FILLER                     PIC X(02) VALUE SPACES.
010400     05  RPT-OPERATOR-ID            PIC X(08).
010500     05  FILLER                     PIC X(02) VALUE SPACES.
010600     05  RPT-VALUE-IMAGE            PIC X(80).
010700
010800 01  RPT-NONE-LINE.
010900     05  FILLER                     PIC X(05) VALUE SPACES.
011000     05  RPT-NONE-FAMILY            PIC X(08).
011100     05  FILLER                     PIC X(02) VALUE SPACES.
011200     05  FILLER                     PIC X(50) VALUE
011300         'NOTHING IN FORCE - COMPILED DEFAULTS GOVERN'.
011400
011500 01  RPT-TOTAL-LINE.
011600     05  FILLER                     PIC X(05) VALUE SPACES.
011700     05  RPT-TOTAL-TEXT             PIC X(30).
011800     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
011900/
012000 PROCEDURE DIVISION.
012100
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE.
012400     IF WS-LIST-FAMILY = SPACES  THEN
012500        PERFORM 2000-LIST-ONE-FAMILY
012600           VARYING WS-FAMILY-SUB FROM 1 BY 1
012700           UNTIL WS-FAMILY-SUB > 22
012800     ELSE
012900        PERFORM 2100-LIST-FAMILY-ROWS
013000     END-IF.
013100     PERFORM 4000-PRINT-TOTALS.
013200     PERFORM 5000-TERMINATE.
013300     GOBACK.
013400/
013500 1000-INITIALIZE.
013600     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
013700     MOVE WS-TODAY                  TO WS-AS-OF-DATE.
013800
013900     OPEN INPUT LISTING-CONTROL.
014000     READ LISTING-CONTROL
014100         AT END
014200           DISPLAY 'ESCALPML - PMLCTL IS EMPTY - LISTING THE '
014300              'PARAMETERS IN FORCE TODAY, ALL FAMILIES'
014400         NOT AT END
014500           IF PMLC-AS-OF-DATE NUMERIC  AND
014600              PMLC-AS-OF-DATE > ZERO  THEN
014700              MOVE PMLC-AS-OF-DATE  TO WS-AS-OF-DATE
014800           END-IF
014900           MOVE PMLC-FAMILY         TO WS-LIST-FAMILY
015000     END-READ.
015100     CLOSE LISTING-CONTROL.
015200
015300     OPEN OUTPUT PARAMETER-LISTING.
015400     MOVE WS-AS-OF-DATE             TO RPT-HDG-AS-OF-DATE.
015500     MOVE WS-TODAY                  TO RPT-HDG-TODAY.
015600     WRITE PMLRPT-RECORD         FROM RPT-HEADING-1.
015700     WRITE PMLRPT-RECORD         FROM RPT-HEADING-2.
015800/
015900 2000-LIST-ONE-FAMILY.
016000     MOVE WS-FAMILY-NAME (WS-FAMILY-SUB) TO WS-LIST-FAMILY.
016100     PERFORM 2100-LIST-FAMILY-ROWS.
016200/
016300******************************************************************
016400*  THE SAME CALLS THE PRODUCTION PROGRAMS MAKE, SO THE LISTING   *
016500*  CANNOT DISAGREE WITH WHAT THEY READ.                          *
016600******************************************************************
016700 2100-LIST-FAMILY-ROWS.
016800     MOVE ZERO                      TO WS-FAMILY-ROW-COUNT.
016900     MOVE 'F'                       TO PRMX-FUNCTION.
017000     MOVE WS-LIST-FAMILY            TO PRMX-FAMILY.
017100     MOVE WS-AS-OF-DATE             TO PRMX-AS-OF-DATE.
017200     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
017300     PERFORM 2200-LIST-ONE-ROW
017400        UNTIL NOT PRMX-ROW-RETURNED.
017500     IF WS-FAMILY-ROW-COUNT = ZERO  THEN
017600        MOVE WS-LIST-FAMILY         TO RPT-NONE-FAMILY
017700        WRITE PMLRPT-RECORD      FROM RPT-NONE-LINE
017800     END-IF.
017900/
018000 2200-LIST-ONE-ROW.
018100     ADD 1                          TO WS-FAMILY-ROW-COUNT
018200                                       WS-ROW-COUNT.
018300     MOVE PRMX-ROW-FAMILY           TO RPT-FAMILY.
018400     MOVE PRMX-PARM-KEY             TO RPT-PARM-KEY.
018500     MOVE PRMX-EFF-DATE             TO RPT-EFF-DATE.
018600     MOVE PRMX-ENTERED-DATE         TO RPT-ENTERED-DATE.
018700     MOVE PRMX-OPERATOR-ID          TO RPT-OPERATOR-ID.
018800     MOVE PRMX-VALUE-IMAGE          TO RPT-VALUE-IMAGE.
018900     WRITE PMLRPT-RECORD         FROM RPT-DETAIL-LINE.
019000
019100     MOVE 'N'                       TO PRMX-FUNCTION.
019200     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
019300/
019400 4000-PRINT-TOTALS.
019500     MOVE 'PARAMETERS IN FORCE . . . . .' TO RPT-TOTAL-TEXT.
019600     MOVE WS-ROW-COUNT              TO RPT-TOTAL-COUNT.
019700     WRITE PMLRPT-RECORD         FROM RPT-TOTAL-LINE.
019800/
019900 5000-TERMINATE.
020000     CLOSE PARAMETER-LISTING.
