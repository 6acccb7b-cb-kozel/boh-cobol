000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALASM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALASM - NEW PROGRAM
000700*         - MAINTAINS THE ASP DRUG PRICING MASTER (KEYED BY HCPCS
000800*           PLUS EFFECTIVE DATE).  EACH TRANSACTION ADDS, CHANGES,
000900*           DELETES, OR INQUIRES ON ONE HCPCS/EFFECTIVE-DATE ROW,
001000*           SO A QUARTERLY ASP CORRECTION IS ANOTHER DATED ROW.
001100*           TRANSACTIONS ARRIVE THROUGH THE TWO-PERSON APPROVAL
001200*           PATH (ESCALPND AND ESCALAPR) AND EVERY ADD/CHANGE/
001300*           DELETE IS JOURNALED TO MNTJRNL WITH FULL BEFORE AND
001400*           AFTER IMAGES, THE SAME AS ESCALWMT.
001500******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.            IBM-Z990.
002000 OBJECT-COMPUTER.            IBM-Z990.
002100 INPUT-OUTPUT  SECTION.
002200 FILE-CONTROL.
002300     SELECT ASP-PRICING-FILE     ASSIGN TO ASPFILE
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS ASPM-RECORD-KEY.
002700     SELECT ASP-PRICING-TRANS   ASSIGN TO ASPTRAN
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT MAINT-REPORT        ASSIGN TO ASPRPT
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT MAINT-JOURNAL       ASSIGN TO MNTJRNL
003200         ORGANIZATION IS SEQUENTIAL.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ASP-PRICING-FILE
003700     LABEL RECORDS ARE STANDARD.
003800 COPY ASPMCPY.
003900/
004000 FD  ASP-PRICING-TRANS
004100     LABEL RECORDS ARE STANDARD
004200     RECORDING MODE IS F.
004300 COPY ASPTCPY.
004400/
004500 FD  MAINT-REPORT
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 01  ASPRPT-RECORD                  PIC X(100).
004900/
005000 FD  MAINT-JOURNAL
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 COPY MJRNCPY.
005400/
005500 WORKING-STORAGE SECTION.
005600 01  W-STORAGE-REF                  PIC X(46) VALUE
005700     'ESCALASM      - W O R K I N G   S T O R A G E'.
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
007400     05  FILLER                     PIC X(38) VALUE
007500         'ASP DRUG PRICING MASTER MAINTENANCE'.
007600
007700 01  RPT-HEADING-2.
007800     05  FILLER                     PIC X(05) VALUE SPACES.
007900     05  FILLER                     PIC X(08) VALUE 'ACTION'.
008000     05  FILLER                     PIC X(08) VALUE 'HCPCS'.
008100     05  FILLER                     PIC X(10) VALUE 'EFF DATE'.
008200     05  FILLER                     PIC X(40) VALUE
008300         'RESULT'.
008400
008500 01  RPT-DETAIL-LINE.
008600     05  FILLER                     PIC X(05) VALUE SPACES.
008700     05  RPT-ACTION-CODE            PIC X(01).
008800     05  FILLER                     PIC X(07) VALUE SPACES.
008900     05  RPT-HCPCS-CODE             PIC X(05).
009000     05  FILLER                     PIC X(03) VALUE SPACES.
009100     05  RPT-EFF-DATE               PIC 9(08).
009200     05  FILLER                     PIC X(02) VALUE SPACES.
009300     05  RPT-RESULT-TEXT            PIC X(50).
009400/
009500 PROCEDURE DIVISION.
009600
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE.
009900     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
010000     PERFORM 3000-TERMINATE.
010100     GOBACK.
010200/
010300 1000-INITIALIZE.
010400     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
010500
010600     OPEN I-O    ASP-PRICING-FILE.
010700     OPEN INPUT  ASP-PRICING-TRANS.
010800     OPEN OUTPUT MAINT-REPORT.
010900     OPEN EXTEND MAINT-JOURNAL.
011000
011100     WRITE ASPRPT-RECORD         FROM RPT-HEADING-1.
011200     WRITE ASPRPT-RECORD         FROM RPT-HEADING-2.
011300
011400     PERFORM 2900-READ-NEXT-TRANSACTION.
011500/
011600 2000-PROCESS-TRANSACTIONS.
011700     MOVE SPACES                    TO RPT-RESULT-TEXT.
011800
011900     EVALUATE TRUE
012000        WHEN ASPT-ADD
012100           PERFORM 2100-ADD-ASP-ROW
012200        WHEN ASPT-CHANGE
012300           PERFORM 2200-CHANGE-ASP-ROW
012400        WHEN ASPT-DELETE
012500           PERFORM 2300-DELETE-ASP-ROW
012600        WHEN ASPT-INQUIRY
012700           PERFORM 2400-INQUIRE-ASP-ROW
012800        WHEN OTHER
012900           MOVE 'INVALID ACTION CODE'    TO RPT-RESULT-TEXT
013000     END-EVALUATE.
013100
013200     MOVE ASPT-ACTION-CODE          TO RPT-ACTION-CODE
013300     MOVE ASPT-HCPCS-CODE           TO RPT-HCPCS-CODE
013400     MOVE ASPT-EFF-DATE             TO RPT-EFF-DATE
013500     WRITE ASPRPT-RECORD            FROM RPT-DETAIL-LINE.
013600
013700     PERFORM 2900-READ-NEXT-TRANSACTION.
013800/
013900 2100-ADD-ASP-ROW.
014000     MOVE ASPT-HCPCS-CODE           TO ASPM-HCPCS-CODE.
014100     MOVE ASPT-EFF-DATE             TO ASPM-EFF-DATE.
014200
014300     READ ASP-PRICING-FILE
014400         INVALID KEY
014500            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
014600         NOT INVALID KEY
014700            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
014800     END-READ.
014900
015000     IF RECORD-FOUND  THEN
015100        MOVE 'REJECTED - HCPCS/EFF DATE ALREADY ON FILE' TO
015200                                    RPT-RESULT-TEXT
015300     ELSE
015400        PERFORM 2150-EDIT-ASP-FIELDS
015500        IF RPT-RESULT-TEXT = SPACES  THEN
015600           INITIALIZE ASP-PRICING-MASTER-RECORD
015700           MOVE ASPT-HCPCS-CODE        TO ASPM-HCPCS-CODE
015800           MOVE ASPT-EFF-DATE          TO ASPM-EFF-DATE
015900           PERFORM 2160-MOVE-ASP-FIELDS
016000           WRITE ASP-PRICING-MASTER-RECORD
016100           MOVE SPACES              TO WS-BEFORE-IMAGE
016200           PERFORM 2500-WRITE-JOURNAL-RECORD
016300           MOVE 'ASP ROW ADDED'     TO RPT-RESULT-TEXT
016400        END-IF
016500     END-IF.
016600/
016700 2150-EDIT-ASP-FIELDS.
016800     IF ASPT-UNIT-PRICE NOT NUMERIC  THEN
016900        MOVE 'REJECTED - UNIT PRICE NOT NUMERIC' TO
017000                                    RPT-RESULT-TEXT
017100     END-IF.
017200     IF ASPT-END-DATE NOT = ZERO  AND
017300        ASPT-END-DATE < ASPT-EFF-DATE  THEN
017400        MOVE 'REJECTED - END DATE BEFORE EFF DATE' TO
017500                                    RPT-RESULT-TEXT
017600     END-IF.
017700/
017800 2160-MOVE-ASP-FIELDS.
017900     MOVE ASPT-END-DATE             TO ASPM-END-DATE.
018000     MOVE ASPT-DOSAGE-DESC          TO ASPM-DOSAGE-DESC.
018100     MOVE ASPT-UNIT-PRICE           TO ASPM-UNIT-PRICE.
018200     MOVE WS-TODAY                  TO ASPM-LAST-UPDATE-DATE.
018300/
018400 2200-CHANGE-ASP-ROW.
018500     MOVE ASPT-HCPCS-CODE           TO ASPM-HCPCS-CODE.
018600     MOVE ASPT-EFF-DATE             TO ASPM-EFF-DATE.
018700
018800     READ ASP-PRICING-FILE
018900         INVALID KEY
019000            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
019100         NOT INVALID KEY
019200            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
019300     END-READ.
019400
019500     IF RECORD-NOT-FOUND  THEN
019600        MOVE 'REJECTED - HCPCS/EFF DATE NOT ON FILE' TO
019700                                    RPT-RESULT-TEXT
019800     ELSE
019900        PERFORM 2150-EDIT-ASP-FIELDS
020000        IF RPT-RESULT-TEXT = SPACES  THEN
020100           MOVE SPACES              TO WS-BEFORE-IMAGE
020200           MOVE ASP-PRICING-MASTER-RECORD TO WS-BEFORE-IMAGE
020300           PERFORM 2160-MOVE-ASP-FIELDS
020400           REWRITE ASP-PRICING-MASTER-RECORD
020500           PERFORM 2500-WRITE-JOURNAL-RECORD
020600           MOVE 'ASP ROW CHANGED'   TO RPT-RESULT-TEXT
020700        END-IF
020800     END-IF.
020900/
021000 2300-DELETE-ASP-ROW.
021100     MOVE ASPT-HCPCS-CODE           TO ASPM-HCPCS-CODE.
021200     MOVE ASPT-EFF-DATE             TO ASPM-EFF-DATE.
021300
021400     READ ASP-PRICING-FILE
021500         INVALID KEY
021600            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
021700         NOT INVALID KEY
021800            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
021900     END-READ.
022000
022100     IF RECORD-NOT-FOUND  THEN
022200        MOVE 'REJECTED - HCPCS/EFF DATE NOT ON FILE' TO
022300                                    RPT-RESULT-TEXT
022400     ELSE
022500        MOVE SPACES                 TO WS-BEFORE-IMAGE
022600        MOVE ASP-PRICING-MASTER-RECORD TO WS-BEFORE-IMAGE
022700        DELETE ASP-PRICING-FILE RECORD
022800        MOVE SPACES                 TO ASP-PRICING-MASTER-RECORD
022900        PERFORM 2500-WRITE-JOURNAL-RECORD
023000        MOVE 'ASP ROW DELETED'      TO RPT-RESULT-TEXT
023100     END-IF.
023200/
023300 2400-INQUIRE-ASP-ROW.
023400     MOVE ASPT-HCPCS-CODE           TO ASPM-HCPCS-CODE.
023500     MOVE ASPT-EFF-DATE             TO ASPM-EFF-DATE.
023600
023700     READ ASP-PRICING-FILE
023800         INVALID KEY
023900            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
024000         NOT INVALID KEY
024100            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
024200     END-READ.
024300
024400     IF RECORD-NOT-FOUND  THEN
024500        MOVE 'NOT ON FILE'                     TO RPT-RESULT-TEXT
024600     ELSE
024700        MOVE ASPM-UNIT-PRICE        TO WS-PRICE-DISPLAY
024800        STRING 'PRICE='     WS-PRICE-DISPLAY
024900               ' END='      ASPM-END-DATE
025000               ' '          ASPM-DOSAGE-DESC
025100            DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
025200     END-IF.
025300/
025400******************************************************************
025500***  One journal record per applied add/change/delete:         ***
025600***  operator stamp, timestamp, full before/after images.      ***
025700******************************************************************
025800 2500-WRITE-JOURNAL-RECORD.
025900     ACCEPT WS-TIME-NOW          FROM TIME.
026000     MOVE 'ESCALASM'                TO MJRN-PROGRAM-ID.
026100     MOVE ASPT-OPERATOR-ID          TO MJRN-OPERATOR-ID.
026200     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
026300     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
026400     MOVE ASPT-ACTION-CODE          TO MJRN-ACTION-CODE.
026500     MOVE SPACES                    TO MJRN-RECORD-KEY.
026600     STRING ASPT-HCPCS-CODE ASPT-EFF-DATE
026700        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
026800     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
026900     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
027000     MOVE ASP-PRICING-MASTER-RECORD TO MJRN-AFTER-IMAGE.
027100     WRITE MAINT-JOURNAL-RECORD.
027200/
027300 2900-READ-NEXT-TRANSACTION.
027400     READ ASP-PRICING-TRANS
027500         AT END MOVE 'Y'            TO WS-EOF-SWITCH
027600     END-READ.
027700/
027800 3000-TERMINATE.
027900     CLOSE ASP-PRICING-FILE
028000           ASP-PRICING-TRANS
028100           MAINT-JOURNAL
028200           MAINT-REPORT.
