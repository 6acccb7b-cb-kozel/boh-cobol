000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALGHX.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALGHX - NEW PROGRAM
000700*         - ESRD COORDINATION PERIOD LOOKUP.  DERIVES THE 30-
000800*           MONTH COORDINATION PERIOD FROM THE DIALYSIS START
000900*           DATE THE CALLER PASSES (ENTITLEMENT BEGINS THE FIRST
001000*           DAY OF THE FOURTH MONTH OF DIALYSIS; THE PERIOD RUNS
001100*           30 MONTHS FROM THERE), THEN WALKS THE BENEFICIARY'S
001200*           GROUP HEALTH PLAN COVERAGES ON THE KEYED COVERAGE
001300*           MASTER (MBI PLUS COVERAGE START DATE) FOR ONE THAT
001400*           COVERS THE DATE OF SERVICE.  A COVERED DATE INSIDE
001500*           THE COORDINATION PERIOD MEANS THE GROUP PLAN IS
001600*           PRIMARY.  ONE ROUTINE, SO THE NIGHTLY RUN'S EDIT AND
001700*           THE ESCALMSP RECOVERY JOB CANNOT DERIVE THE PERIOD
001800*           TWO DIFFERENT WAYS.  THE FILE STAYS OPEN ACROSS
001900*           CALLS WITHIN A RUN, THE SAME WAY ESCALSTX KEEPS THE
002000*           STAY MASTER OPEN.
002100******************************************************************
002200 DATE-COMPILED.
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-Z990.
002600 OBJECT-COMPUTER.            IBM-Z990.
002700 INPUT-OUTPUT  SECTION.
002800 FILE-CONTROL.
002900     SELECT GHP-COVERAGE-FILE    ASSIGN TO GHPFILE
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS GHP-RECORD-KEY.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  GHP-COVERAGE-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 COPY GHPCPY.
003900/
004000 WORKING-STORAGE SECTION.
004100 01  W-STORAGE-REF                  PIC X(46) VALUE
004200     'ESCALGHX      - W O R K I N G   S T O R A G E'.
004300
004400 01  WS-FIRST-CALL-SWITCH           PIC X(01) VALUE 'Y'.
004500     88  FIRST-CALL                            VALUE 'Y'.
004600     88  NOT-FIRST-CALL                        VALUE 'N'.
004700
004800 01  WS-SCAN-EOF-SWITCH             PIC X(01).
004900     88  SCAN-END-OF-FILE                      VALUE 'Y'.
005000     88  SCAN-NOT-END-OF-FILE                  VALUE 'N'.
005100
005200******************************************************************
005300*  COORDINATION PERIOD ARITHMETIC - MONTHS ARE COUNTED AS A      *
005400*  SINGLE INDEX (YEAR TIMES 12 PLUS MONTH LESS 1) SO ADDING 3    *
005500*  OR 30 MONTHS CARRIES ACROSS YEAR ENDS WITHOUT SPECIAL CASES.  *
005600******************************************************************
005700 01  WS-COORD-LEAD-MONTHS           PIC 9(02) VALUE 3.
005800 01  WS-COORD-PERIOD-MONTHS         PIC 9(02) VALUE 30.
005900 01  WS-DIALYSIS-START.
006000     05  WS-DIALYSIS-START-YYYY     PIC 9(04).
006100     05  WS-DIALYSIS-START-MM       PIC 9(02).
006200     05  WS-DIALYSIS-START-DD       PIC 9(02).
006300 01  WS-MONTH-INDEX                 PIC 9(06).
006400 01  WS-FIRST-OF-MONTH.
006500     05  WS-FIRST-YYYY              PIC 9(04).
006600     05  WS-FIRST-MM                PIC 9(02).
006700     05  WS-FIRST-DD                PIC 9(02).
006800 01  WS-FIRST-OF-MONTH-N  REDEFINES  WS-FIRST-OF-MONTH
006900                                    PIC 9(08).
007000 01  WS-DATE-INTEGER                PIC 9(08).
007100/
007200 LINKAGE SECTION.
007300 COPY GHXCPY.
007400/
007500 PROCEDURE DIVISION USING GHP-LOOKUP-REQUEST.
007600
007700 0000-MAINLINE.
007800     IF FIRST-CALL  THEN
007900        OPEN INPUT GHP-COVERAGE-FILE
008000        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
008100     END-IF.
008200
008300     MOVE 'N'                       TO GHX-FOUND-SWITCH
008400                                       GHX-PRIMARY-SWITCH.
008500     MOVE ZERO                      TO GHX-COVERAGE-START-DATE
008600                                       GHX-COVERAGE-END-DATE
008700                                       GHX-COORD-START-DATE
008800                                       GHX-COORD-END-DATE.
008900     MOVE SPACES                    TO GHX-INSURER-CODE.
009000
009100     PERFORM 1000-DERIVE-COORD-PERIOD.
009200
009300     MOVE 'N'                       TO WS-SCAN-EOF-SWITCH.
009400     MOVE GHX-MBI                   TO GHP-MBI.
009500     MOVE ZERO                      TO GHP-COVERAGE-START-DATE.
009600
009700     START GHP-COVERAGE-FILE KEY IS >= GHP-RECORD-KEY
009800         INVALID KEY MOVE 'Y'       TO WS-SCAN-EOF-SWITCH
009900     END-START.
010000
010100     PERFORM 2000-SCAN-ONE-COVERAGE
010200        UNTIL SCAN-END-OF-FILE  OR  GHX-COVERAGE-FOUND.
010300
010400     IF GHX-COVERAGE-FOUND  AND
010500        GHX-COORD-START-DATE > ZERO  AND
010600        GHX-DATE-OF-SERVICE >= GHX-COORD-START-DATE  AND
010700        GHX-DATE-OF-SERVICE <= GHX-COORD-END-DATE  THEN
010800        MOVE 'Y'                    TO GHX-PRIMARY-SWITCH
010900     END-IF.
011000
011100     GOBACK.
011200/
011300******************************************************************
011400*  NO DIALYSIS START DATE, NO COORDINATION PERIOD - THE DATES    *
011500*  STAY ZERO AND THE GROUP PLAN IS NEVER FOUND PRIMARY.          *
011600******************************************************************
011700 1000-DERIVE-COORD-PERIOD.
011800     IF GHX-DIALYSIS-START-DATE NUMERIC  AND
011900        GHX-DIALYSIS-START-DATE > ZERO  THEN
012000        MOVE GHX-DIALYSIS-START-DATE TO WS-DIALYSIS-START
012100        COMPUTE WS-MONTH-INDEX =
012200           (WS-DIALYSIS-START-YYYY * 12) +
012300           WS-DIALYSIS-START-MM - 1 + WS-COORD-LEAD-MONTHS
012400        PERFORM 1100-FIRST-OF-INDEXED-MONTH
012500        MOVE WS-FIRST-OF-MONTH-N    TO GHX-COORD-START-DATE
012600        ADD WS-COORD-PERIOD-MONTHS  TO WS-MONTH-INDEX
012700        PERFORM 1100-FIRST-OF-INDEXED-MONTH
012800        COMPUTE WS-DATE-INTEGER =
012900           FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH-N) - 1
013000        COMPUTE GHX-COORD-END-DATE =
013100           FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
013200     END-IF.
013300/
013400 1100-FIRST-OF-INDEXED-MONTH.
013500     DIVIDE WS-MONTH-INDEX BY 12
013600        GIVING WS-FIRST-YYYY  REMAINDER WS-FIRST-MM.
013700     ADD 1                          TO WS-FIRST-MM.
013800     MOVE 01                        TO WS-FIRST-DD.
013900/
014000 2000-SCAN-ONE-COVERAGE.
014100     READ GHP-COVERAGE-FILE NEXT RECORD
014200         AT END MOVE 'Y'            TO WS-SCAN-EOF-SWITCH
014300         NOT AT END
014400           IF GHP-MBI NOT = GHX-MBI  THEN
014500              MOVE 'Y'              TO WS-SCAN-EOF-SWITCH
014600           ELSE
014700*             A COVERAGE STARTING AFTER THE DATE OF SERVICE
014800*             CANNOT COVER IT, AND NEITHER CAN ANY LATER ONE -
014900*             THE KEY IS ASCENDING BY COVERAGE START DATE.
015000              IF GHP-COVERAGE-START-DATE > GHX-DATE-OF-SERVICE
015100                 THEN
015200                 MOVE 'Y'           TO WS-SCAN-EOF-SWITCH
015300              ELSE
015400                 IF GHP-COVERAGE-END-DATE = ZERO  OR
015500                    GHX-DATE-OF-SERVICE <=
015600                    GHP-COVERAGE-END-DATE  THEN
015700                    MOVE 'Y'        TO GHX-FOUND-SWITCH
015800                    MOVE GHP-INSURER-CODE TO GHX-INSURER-CODE
015900                    MOVE GHP-COVERAGE-START-DATE TO
016000                                    GHX-COVERAGE-START-DATE
016100                    MOVE GHP-COVERAGE-END-DATE TO
016200                                    GHX-COVERAGE-END-DATE
016300                 END-IF
016400              END-IF
016500           END-IF
016600     END-READ.
