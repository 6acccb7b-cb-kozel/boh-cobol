000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALOSM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALOSM - NEW PROGRAM
000700*         - MAINTAINS THE ESRD OUTLIER SERVICES LIST MASTER (KEYED
000800*           BY HCPCS OR NDC PLUS EFFECTIVE DATE).  EACH
000900*           TRANSACTION ADDS, CHANGES, DELETES, OR INQUIRES ON ONE
001000*           SERVICE-CODE/EFFECTIVE-DATE ROW.  TRANSACTIONS ARRIVE
001100*           THROUGH THE TWO-PERSON APPROVAL PATH (ESCALPND AND
001200*           ESCALAPR) AND EVERY ADD/CHANGE/DELETE IS JOURNALED TO
001300*           MNTJRNL WITH FULL BEFORE AND AFTER IMAGES, THE SAME AS
001400*           ESCALWMT.
001500******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.            IBM-Z990.
002000 OBJECT-COMPUTER.            IBM-Z990.
002100 INPUT-OUTPUT  SECTION.
002200 FILE-CONTROL.
002300     SELECT OUTLIER-LIST-FILE    ASSIGN TO OSLFILE
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS OSLM-RECORD-KEY.
002700     SELECT OUTLIER-LIST-TRANS  ASSIGN TO OSLTRAN
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT MAINT-REPORT        ASSIGN TO OSLRPT
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT MAINT-JOURNAL       ASSIGN TO MNTJRNL
003200         ORGANIZATION IS SEQUENTIAL.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  OUTLIER-LIST-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 COPY OSLMCPY.
003900/
004000 FD  OUTLIER-LIST-TRANS
004100     LABEL RECORDS ARE STANDARD
004200     RECORDING MODE IS F.
004300 COPY OSLTCPY.
004400/
004500 FD  MAINT-REPORT
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 01  OSLRPT-RECORD                  PIC X(100).
004900/
005000 FD  MAINT-JOURNAL
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 COPY MJRNCPY.
005400/
005500 WORKING-STORAGE SECTION.
005600 01  W-STORAGE-REF                  PIC X(46) VALUE
005700     'ESCALOSM      - W O R K I N G   S T O R A G E'.
005800
005900 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
006000     88  END-OF-FILE                           VALUE 'Y'.
006100     88  NOT-END-OF-FILE                        VALUE 'N'.
006200
006300 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
006400     88  RECORD-NOT-FOUND                       VALUE 'Y'.
006500     88  RECORD-FOUND                           VALUE 'N'.
006600
006700 01  WS-TODAY                       PIC 9(08).
006800 01  WS-TIME-NOW                    PIC 9(08).
006900 01  WS-BEFORE-IMAGE                PIC X(80).
007000 01  WS-PRICE-DISPLAY               PIC ZZZZZ9.9999.
007100
007200 01  RPT-HEADING-1.
007300     05  FILLER                     PIC X(05) VALUE SPACES.
007400     05  FILLER                     PIC X(44) VALUE
007500         'ESRD OUTLIER SERVICES LIST MAINTENANCE'.
007600
007700 01  RPT-HEADING-2.
007800     05  FILLER                     PIC X(05) VALUE SPACES.
007900     05  FILLER                     PIC X(08) VALUE 'ACTION'.
008000     05  FILLER                     PIC X(14) VALUE
008100         'SERVICE CODE'.
008200     05  FILLER                     PIC X(10) VALUE 'EFF DATE'.
008300     05  FILLER                     PIC X(40) VALUE
008400         'RESULT'.
008500
008600 01  RPT-DETAIL-LINE.
008700     05  FILLER                     PIC X(05) VALUE SPACES.
008800     05  RPT-ACTION-CODE            PIC X(01).
008900     05  FILLER                     PIC X(07) VALUE SPACES.
009000     05  RPT-SERVICE-CODE           PIC X(11).
009100     05  FILLER                     PIC X(03) VALUE SPACES.
009200     05  RPT-EFF-DATE               PIC 9(08).
009300     05  FILLER                     PIC X(02) VALUE SPACES.
009400     05  RPT-RESULT-TEXT            PIC X(50).
009500/
009600 PROCEDURE DIVISION.
009700
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE.
010000     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
010100     PERFORM 3000-TERMINATE.
010200     GOBACK.
010300/
010400 1000-INITIALIZE.
010500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
010600
010700     OPEN I-O    OUTLIER-LIST-FILE.
010800     OPEN INPUT  OUTLIER-LIST-TRANS.
010900     OPEN OUTPUT MAINT-REPORT.
011000     OPEN EXTEND MAINT-JOURNAL.
011100
011200     WRITE OSLRPT-RECORD         FROM RPT-HEADING-1.
011300     WRITE OSLRPT-RECORD         FROM RPT-HEADING-2.
011400
011500     PERFORM 2900-READ-NEXT-TRANSACTION.
011600/
011700 2000-PROCESS-TRANSACTIONS.
011800     MOVE SPACES                    TO RPT-RESULT-TEXT.
011900
012000     EVALUATE TRUE
012100        WHEN OSLT-ADD
012200           PERFORM 2100-ADD-LIST-ROW
012300        WHEN OSLT-CHANGE
012400           PERFORM 2200-CHANGE-LIST-ROW
012500        WHEN OSLT-DELETE
012600           PERFORM 2300-DELETE-LIST-ROW
012700        WHEN OSLT-INQUIRY
012800           PERFORM 2400-INQUIRE-LIST-ROW
012900        WHEN OTHER
013000           MOVE 'INVALID ACTION CODE'    TO RPT-RESULT-TEXT
013100     END-EVALUATE.
013200
013300     MOVE OSLT-ACTION-CODE          TO RPT-ACTION-CODE
013400     MOVE OSLT-SERVICE-CODE         TO RPT-SERVICE-CODE
013500     MOVE OSLT-EFF-DATE             TO RPT-EFF-DATE
013600     WRITE OSLRPT-RECORD            FROM RPT-DETAIL-LINE.
013700
013800     PERFORM 2900-READ-NEXT-TRANSACTION.
013900/
014000 2100-ADD-LIST-ROW.
014100     MOVE OSLT-SERVICE-CODE         TO OSLM-SERVICE-CODE.
014200     MOVE OSLT-EFF-DATE             TO OSLM-EFF-DATE.
014300
014400     READ OUTLIER-LIST-FILE
014500         INVALID KEY
014600            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
014700         NOT INVALID KEY
014800            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
014900     END-READ.
015000
015100     IF RECORD-FOUND  THEN
015200        MOVE 'REJECTED - CODE/EFF DATE ALREADY ON FILE' TO
015300                                    RPT-RESULT-TEXT
015400     ELSE
015500        PERFORM 2150-EDIT-LIST-FIELDS
015600        IF RPT-RESULT-TEXT = SPACES  THEN
015700           INITIALIZE OUTLIER-SERVICE-MASTER-RECORD
015800           MOVE OSLT-SERVICE-CODE      TO OSLM-SERVICE-CODE
015900           MOVE OSLT-EFF-DATE          TO OSLM-EFF-DATE
016000           PERFORM 2160-MOVE-LIST-FIELDS
016100           WRITE OUTLIER-SERVICE-MASTER-RECORD
016200           MOVE SPACES              TO WS-BEFORE-IMAGE
016300           PERFORM 2500-WRITE-JOURNAL-RECORD
016400           MOVE 'OUTLIER LIST ROW ADDED' TO RPT-RESULT-TEXT
016500        END-IF
016600     END-IF.
016700/
016800******************************************************************
016900***  A ROW MUST NAME A HCPCS OR NDC CODE TYPE AND A KNOWN      ***
017000***  CATEGORY.  A ROW NEITHER PRICED OFF ASP NOR GIVEN A FIXED ***
017100***  PRICE IS STILL ALLOWED - THE NIGHTLY RUN REPORTS IT AS    ***
017200***  UNPRICED RATHER THAN GUESS.                               ***
017300******************************************************************
017400 2150-EDIT-LIST-FIELDS.
017500     IF OSLT-CODE-TYPE NOT = 'H'  AND
017600        OSLT-CODE-TYPE NOT = 'N'  THEN
017700        MOVE 'REJECTED - CODE TYPE MUST BE H OR N' TO
017800                                    RPT-RESULT-TEXT
017900     END-IF.
018000     IF OSLT-SERVICE-CATEGORY NOT = 'D'  AND
018100        OSLT-SERVICE-CATEGORY NOT = 'L'  AND
018200        OSLT-SERVICE-CATEGORY NOT = 'S'  THEN
018300        MOVE 'REJECTED - CATEGORY MUST BE D, L OR S' TO
018400                                    RPT-RESULT-TEXT
018500     END-IF.
018600     IF OSLT-FIXED-UNIT-PRICE NOT NUMERIC  THEN
018700        MOVE 'REJECTED - FIXED UNIT PRICE NOT NUMERIC' TO
018800                                    RPT-RESULT-TEXT
018900     END-IF.
019000     IF OSLT-END-DATE NOT = ZERO  AND
019100        OSLT-END-DATE < OSLT-EFF-DATE  THEN
019200        MOVE 'REJECTED - END DATE BEFORE EFF DATE' TO
019300                                    RPT-RESULT-TEXT
019400     END-IF.
019500/
019600 2160-MOVE-LIST-FIELDS.
019700     MOVE OSLT-END-DATE             TO OSLM-END-DATE.
019800     MOVE OSLT-CODE-TYPE            TO OSLM-CODE-TYPE.
019900     MOVE OSLT-SERVICE-CATEGORY     TO OSLM-SERVICE-CATEGORY.
020000     MOVE OSLT-PRICING-HCPCS        TO OSLM-PRICING-HCPCS.
020100     MOVE OSLT-FIXED-UNIT-PRICE     TO OSLM-FIXED-UNIT-PRICE.
020200     MOVE WS-TODAY                  TO OSLM-LAST-UPDATE-DATE.
020300/
020400 2200-CHANGE-LIST-ROW.
020500     MOVE OSLT-SERVICE-CODE         TO OSLM-SERVICE-CODE.
020600     MOVE OSLT-EFF-DATE             TO OSLM-EFF-DATE.
020700
020800     READ OUTLIER-LIST-FILE
020900         INVALID KEY
021000            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
021100         NOT INVALID KEY
021200            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
021300     END-READ.
021400
021500     IF RECORD-NOT-FOUND  THEN
021600        MOVE 'REJECTED - CODE/EFF DATE NOT ON FILE' TO
021700                                    RPT-RESULT-TEXT
021800     ELSE
021900        PERFORM 2150-EDIT-LIST-FIELDS
022000        IF RPT-RESULT-TEXT = SPACES  THEN
022100           MOVE SPACES              TO WS-BEFORE-IMAGE
022200           MOVE OUTLIER-SERVICE-MASTER-RECORD TO WS-BEFORE-IMAGE
022300           PERFORM 2160-MOVE-LIST-FIELDS
022400           REWRITE OUTLIER-SERVICE-MASTER-RECORD
022500           PERFORM 2500-WRITE-JOURNAL-RECORD
022600           MOVE 'OUTLIER LIST ROW CHANGED' TO RPT-RESULT-TEXT
022700        END-IF
022800     END-IF.
022900/
023000 2300-DELETE-LIST-ROW.
023100     MOVE OSLT-SERVICE-CODE         TO OSLM-SERVICE-CODE.
023200     MOVE OSLT-EFF-DATE             TO OSLM-EFF-DATE.
023300
023400     READ OUTLIER-LIST-FILE
023500         INVALID KEY
023600            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
023700         NOT INVALID KEY
023800            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
023900     END-READ.
024000
024100     IF RECORD-NOT-FOUND  THEN
024200        MOVE 'REJECTED - CODE/EFF DATE NOT ON FILE' TO
024300                                    RPT-RESULT-TEXT
024400     ELSE
024500        MOVE SPACES                 TO WS-BEFORE-IMAGE
024600        MOVE OUTLIER-SERVICE-MASTER-RECORD TO WS-BEFORE-IMAGE
024700        DELETE OUTLIER-LIST-FILE RECORD
024800        MOVE SPACES                 TO
024900                                    OUTLIER-SERVICE-MASTER-RECORD
025000        PERFORM 2500-WRITE-JOURNAL-RECORD
025100        MOVE 'OUTLIER LIST ROW DELETED' TO RPT-RESULT-TEXT
025200     END-IF.
025300/
025400 2400-INQUIRE-LIST-ROW.
025500     MOVE OSLT-SERVICE-CODE         TO OSLM-SERVICE-CODE.
025600     MOVE OSLT-EFF-DATE             TO OSLM-EFF-DATE.
025700
025800     READ OUTLIER-LIST-FILE
025900         INVALID KEY
026000            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
026100         NOT INVALID KEY
026200            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
026300     END-READ.
026400
026500     IF RECORD-NOT-FOUND  THEN
026600        MOVE 'NOT ON FILE'                     TO RPT-RESULT-TEXT
026700     ELSE
026800        MOVE OSLM-FIXED-UNIT-PRICE  TO WS-PRICE-DISPLAY
026900        STRING 'TYPE='      OSLM-CODE-TYPE
027000               ' CAT='      OSLM-SERVICE-CATEGORY
027100               ' ASP='      OSLM-PRICING-HCPCS
027200               ' FIX='      WS-PRICE-DISPLAY
027300               ' END='      OSLM-END-DATE
027400            DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
027500     END-IF.
027600/
027700******************************************************************
027800***  One journal record per applied add/change/delete:         ***
027900***  operator stamp, timestamp, full before/after images.      ***
028000******************************************************************
028100 2500-WRITE-JOURNAL-RECORD.
028200     ACCEPT WS-TIME-NOW          FROM TIME.
028300     MOVE 'ESCALOSM'                TO MJRN-PROGRAM-ID.
028400     MOVE OSLT-OPERATOR-ID          TO MJRN-OPERATOR-ID.
028500     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
028600     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
028700     MOVE OSLT-ACTION-CODE          TO MJRN-ACTION-CODE.
028800     MOVE SPACES                    TO MJRN-RECORD-KEY.
028900     STRING OSLT-SERVICE-CODE OSLT-EFF-DATE
029000        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
029100     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
029200     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
029300     MOVE OUTLIER-SERVICE-MASTER-RECORD TO MJRN-AFTER-IMAGE.
029400     WRITE MAINT-JOURNAL-RECORD.
029500/
029600 2900-READ-NEXT-TRANSACTION.
029700     READ OUTLIER-LIST-TRANS
029800         AT END MOVE 'Y'            TO WS-EOF-SWITCH
029900     END-READ.
030000/
030100 3000-TERMINATE.
030200     CLOSE OUTLIER-LIST-FILE
030300           OUTLIER-LIST-TRANS
030400           MAINT-JOURNAL
030500           MAINT-REPORT.
