000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALAPL.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALAPL - NEW PROGRAM
000700*         - QUARTERLY CMS ASP PRICING FILE LOADER.  IN CONVERT
000800*           MODE IT TURNS EACH ASP ROW INTO THE ASP-PRICING-TRANS
000900*           ADD TRANSACTION ESCALASM ALREADY APPLIES - SO THE
001000*           APPROVAL PATH AND THE JOURNAL STILL SEE EVERY ROW -
001100*           AND END-DATES EACH HCPCS'S SUPERSEDED OPEN ROW WITH A
001200*           CHANGE TRANSACTION PER THE ASPM-END-DATE CONVENTION
001300*           (THE DAY BEFORE THE NEW QUARTER TAKES EFFECT).  IN
001400*           VERIFY MODE, RUN AFTER THE ESCALASM APPLY, IT PROVES
001500*           THE ROW COUNT AND A HASH OF THE UNIT PRICES ON THE
001600*           MASTER AGAINST THE CMS FILE BEFORE THE QUARTER IS
001700*           CERTIFIED.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-Z990.
002300 OBJECT-COMPUTER.            IBM-Z990.
002400 INPUT-OUTPUT  SECTION.
002500 FILE-CONTROL.
002600     SELECT ASP-RELEASE-IN       ASSIGN TO ASPU
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT LOADER-CONTROL       ASSIGN TO APLCTL
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT ASP-PRICING-FILE     ASSIGN TO ASPFILE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS ASPM-RECORD-KEY.
003400     SELECT ASP-TRANS-OUT        ASSIGN TO ASPTRAN
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT LOADER-REPORT        ASSIGN TO APLRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ASP-RELEASE-IN
004200     LABEL RECORDS ARE STANDARD
004300     RECORDING MODE IS F.
004400 COPY ASPUCPY.
004500/
004600 FD  LOADER-CONTROL
004700     LABEL RECORDS ARE STANDARD
004800     RECORDING MODE IS F.
004900 01  APLCTL-RECORD.
005000     05  APLC-FUNCTION-CODE         PIC X(01).
005100         88  APLC-CONVERT                      VALUE 'C'.
005200         88  APLC-VERIFY                       VALUE 'V'.
005300     05  APLC-OPERATOR-ID           PIC X(08).
005400     05  FILLER                     PIC X(11).
005500/
005600 FD  ASP-PRICING-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 COPY ASPMCPY.
005900/
006000 FD  ASP-TRANS-OUT
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 COPY ASPTCPY.
006400/
006500 FD  LOADER-REPORT
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 01  APLRPT-RECORD                  PIC X(100).
006900/
007000 WORKING-STORAGE SECTION.
007100 01  W-STORAGE-REF                  PIC X(46) VALUE
007200     'ESCALAPL      - W O R K I N G   S T O R A G E'.
007300
007400 01  WS-ASP-EOF-SWITCH              PIC X(01) VALUE 'N'.
007500     88  ASP-END-OF-FILE                       VALUE 'Y'.
007600     88  ASP-NOT-END-OF-FILE                   VALUE 'N'.
007700 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
007800 01  WS-MASTER-EOF-SWITCH             PIC X(01).
007900 01  WS-FOUND-SWITCH                PIC X(01).
008000     88  MASTER-ROW-FOUND                      VALUE 'Y'.
008100     88  MASTER-ROW-NOT-FOUND                  VALUE 'N'.
008200
008300 01  WS-FUNCTION-CODE               PIC X(01) VALUE SPACE.
008400 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
008500
008600 01  WS-ASP-ROW-COUNT               PIC 9(07) VALUE ZERO.
008700 01  WS-ASP-HASH-TOTAL              PIC 9(11)V9(04) VALUE ZERO.
008800 01  WS-MASTER-ROW-COUNT            PIC 9(07) VALUE ZERO.
008900 01  WS-MASTER-HASH-TOTAL           PIC 9(11)V9(04) VALUE ZERO.
009000 01  WS-ADD-TRANS-COUNT             PIC 9(07) VALUE ZERO.
009100 01  WS-END-TRANS-COUNT             PIC 9(07) VALUE ZERO.
009200 01  WS-MISMATCH-COUNT              PIC 9(07) VALUE ZERO.
009300 01  WS-END-DATE-INT                PIC S9(09).
009400 01  WS-SUPERSEDED-END-DATE         PIC 9(08).
009500
009600 01  RPT-HEADING-1.
009700     05  FILLER                     PIC X(05) VALUE SPACES.
009800     05  FILLER                     PIC X(44) VALUE
009900         'CMS QUARTERLY ASP PRICING FILE LOADER'.
010000
010100 01  RPT-BALANCE-LINE.
010200     05  FILLER                     PIC X(05) VALUE SPACES.
010300     05  RPT-BAL-TEXT               PIC X(30).
010400     05  RPT-BAL-ASP                PIC ZZZ,ZZZ,ZZ9.9999.
010500     05  FILLER                     PIC X(02) VALUE SPACES.
010600     05  RPT-BAL-MASTER             PIC ZZZ,ZZZ,ZZ9.9999.
010700     05  FILLER                     PIC X(02) VALUE SPACES.
010800     05  RPT-BAL-FLAG               PIC X(12).
010900
011000 01  RPT-TOTAL-LINE.
011100     05  FILLER                     PIC X(05) VALUE SPACES.
011200     05  RPT-TOTAL-TEXT             PIC X(30).
011300     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
011400
011500 01  RPT-MISMATCH-LINE.
011600     05  FILLER                     PIC X(05) VALUE SPACES.
011700     05  FILLER                     PIC X(05) VALUE 'HCPCS'.
011800     05  RPT-MIS-HCPCS              PIC X(05).
011900     05  FILLER                     PIC X(02) VALUE SPACES.
012000     05  RPT-MIS-TEXT               PIC X(44).
012100/
012200 PROCEDURE DIVISION.
012300
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE.
012600     EVALUATE WS-FUNCTION-CODE
012700        WHEN 'C'
012800           PERFORM 2000-CONVERT-ASP UNTIL ASP-END-OF-FILE
012900        WHEN 'V'
013000           PERFORM 3000-VERIFY-ASP UNTIL ASP-END-OF-FILE
013100        WHEN OTHER
013200           DISPLAY 'ESCALAPL - APLCTL NAMES NO VALID FUNCTION'
013300           MOVE 16                  TO RETURN-CODE
013400     END-EVALUATE.
013500     PERFORM 4000-PRINT-RECONCILIATION.
013600     PERFORM 5000-TERMINATE.
013700     GOBACK.
013800/
013900 1000-INITIALIZE.
014000     OPEN INPUT LOADER-CONTROL.
014100     READ LOADER-CONTROL
014200         AT END MOVE 'Y'            TO WS-CTL-EOF-SWITCH
014300         NOT AT END
014400           MOVE APLC-FUNCTION-CODE  TO WS-FUNCTION-CODE
014500           MOVE APLC-OPERATOR-ID    TO WS-OPERATOR-ID
014600     END-READ.
014700     CLOSE LOADER-CONTROL.
014800
014900     OPEN INPUT  ASP-RELEASE-IN.
015000     OPEN INPUT  ASP-PRICING-FILE.
015100     OPEN OUTPUT LOADER-REPORT.
015200     IF WS-FUNCTION-CODE = 'C'  THEN
015300        OPEN OUTPUT ASP-TRANS-OUT
015400     END-IF.
015500
015600     WRITE APLRPT-RECORD         FROM RPT-HEADING-1.
015700
015800     PERFORM 2900-READ-NEXT-ASP.
015900/
016000******************************************************************
016100*  CONVERT - EVERY ASP ROW BECOMES THE ADD TRANSACTION ESCALASM  *
016200*  ALREADY APPLIES, AND A HCPCS WITH AN OPEN ROW ON THE MASTER   *
016300*  GETS A CHANGE TRANSACTION END-DATING IT THE DAY BEFORE THE    *
016400*  NEW ROW TAKES EFFECT - THE ASPM-END-DATE CONVENTION.          *
016500******************************************************************
016600 2000-CONVERT-ASP.
016700     ADD 1                          TO WS-ASP-ROW-COUNT.
016800     ADD ASPU-UNIT-PRICE            TO WS-ASP-HASH-TOTAL.
016900
017000     PERFORM 2100-END-DATE-SUPERSEDED-ROW.
017100
017200     MOVE SPACES                    TO ASP-PRICING-TRANS-RECORD.
017300     MOVE 'A'                       TO ASPT-ACTION-CODE.
017400     MOVE ASPU-HCPCS-CODE           TO ASPT-HCPCS-CODE.
017500     MOVE ASPU-EFF-DATE             TO ASPT-EFF-DATE.
017600     MOVE ZERO                      TO ASPT-END-DATE.
017700     MOVE ASPU-DOSAGE-DESC          TO ASPT-DOSAGE-DESC.
017800     MOVE ASPU-UNIT-PRICE           TO ASPT-UNIT-PRICE.
017900     MOVE WS-OPERATOR-ID            TO ASPT-OPERATOR-ID.
018000     WRITE ASP-PRICING-TRANS-RECORD.
018100     ADD 1                          TO WS-ADD-TRANS-COUNT.
018200
018300     PERFORM 2900-READ-NEXT-ASP.
018400/
018500 2100-END-DATE-SUPERSEDED-ROW.
018600     MOVE 'N'                       TO WS-MASTER-EOF-SWITCH.
018700     MOVE ASPU-HCPCS-CODE           TO ASPM-HCPCS-CODE.
018800     MOVE ZERO                      TO ASPM-EFF-DATE.
018900     START ASP-PRICING-FILE KEY IS >= ASPM-RECORD-KEY
019000         INVALID KEY MOVE 'Y'       TO WS-MASTER-EOF-SWITCH
019100     END-START.
019200     PERFORM 2200-SCAN-ONE-MASTER-ROW
019300        UNTIL WS-MASTER-EOF-SWITCH = 'Y'.
019400/
019500 2200-SCAN-ONE-MASTER-ROW.
019600     READ ASP-PRICING-FILE NEXT RECORD
019700         AT END MOVE 'Y'            TO WS-MASTER-EOF-SWITCH
019800         NOT AT END
019900           IF ASPM-HCPCS-CODE NOT = ASPU-HCPCS-CODE  THEN
020000              MOVE 'Y'              TO WS-MASTER-EOF-SWITCH
020100           ELSE
020200              IF ASPM-END-DATE = ZERO  AND
020300                 ASPM-EFF-DATE < ASPU-EFF-DATE  THEN
020400                 COMPUTE WS-END-DATE-INT =
020500                    FUNCTION INTEGER-OF-DATE(ASPU-EFF-DATE) - 1
020600                 COMPUTE WS-SUPERSEDED-END-DATE =
020700                    FUNCTION DATE-OF-INTEGER(WS-END-DATE-INT)
020800                 MOVE SPACES        TO
020900                                    ASP-PRICING-TRANS-RECORD
021000                 MOVE 'C'           TO ASPT-ACTION-CODE
021100                 MOVE ASPM-HCPCS-CODE TO ASPT-HCPCS-CODE
021200                 MOVE ASPM-EFF-DATE TO ASPT-EFF-DATE
021300                 MOVE WS-SUPERSEDED-END-DATE TO ASPT-END-DATE
021400                 MOVE ASPM-DOSAGE-DESC TO ASPT-DOSAGE-DESC
021500                 MOVE ASPM-UNIT-PRICE TO ASPT-UNIT-PRICE
021600                 MOVE WS-OPERATOR-ID TO ASPT-OPERATOR-ID
021700                 WRITE ASP-PRICING-TRANS-RECORD
021800                 ADD 1              TO WS-END-TRANS-COUNT
021900              END-IF
022000           END-IF
022100     END-READ.
022200/
022300******************************************************************
022400*  VERIFY - AFTER THE ESCALASM APPLY, EVERY ASP ROW MUST BE ON   *
022500*  THE MASTER WITH ITS EXACT UNIT PRICE, AND THE COUNT AND HASH  *
022600*  MUST PROVE BEFORE THE QUARTER IS CERTIFIED.                   *
022700******************************************************************
022800 3000-VERIFY-ASP.
022900     ADD 1                          TO WS-ASP-ROW-COUNT.
023000     ADD ASPU-UNIT-PRICE            TO WS-ASP-HASH-TOTAL.
023100
023200     MOVE ASPU-HCPCS-CODE           TO ASPM-HCPCS-CODE.
023300     MOVE ASPU-EFF-DATE             TO ASPM-EFF-DATE.
023400     READ ASP-PRICING-FILE
023500         INVALID KEY     MOVE 'N'   TO WS-FOUND-SWITCH
023600         NOT INVALID KEY MOVE 'Y'   TO WS-FOUND-SWITCH
023700     END-READ.
023800
023900     IF MASTER-ROW-NOT-FOUND  THEN
024000        ADD 1                       TO WS-MISMATCH-COUNT
024100        MOVE ASPU-HCPCS-CODE       TO RPT-MIS-HCPCS
024200        MOVE 'ASP ROW NOT ON THE MASTER' TO RPT-MIS-TEXT
024300        WRITE APLRPT-RECORD  FROM RPT-MISMATCH-LINE
024400     ELSE
024500        IF ASPM-UNIT-PRICE NOT = ASPU-UNIT-PRICE  THEN
024600           ADD 1                    TO WS-MISMATCH-COUNT
024700           MOVE ASPU-HCPCS-CODE    TO RPT-MIS-HCPCS
024800           MOVE 'UNIT PRICE DISAGREES WITH THE ASP FILE' TO
024900                                    RPT-MIS-TEXT
025000           WRITE APLRPT-RECORD  FROM RPT-MISMATCH-LINE
025100        ELSE
025200           ADD 1                    TO WS-MASTER-ROW-COUNT
025300           ADD ASPM-UNIT-PRICE      TO WS-MASTER-HASH-TOTAL
025400        END-IF
025500     END-IF.
025600
025700     PERFORM 2900-READ-NEXT-ASP.
025800/
025900 2900-READ-NEXT-ASP.
026000     READ ASP-RELEASE-IN
026100         AT END MOVE 'Y'            TO WS-ASP-EOF-SWITCH
026200     END-READ.
026300/
026400 4000-PRINT-RECONCILIATION.
026500     MOVE 'ASP ROWS READ . . . . . . .'  TO RPT-TOTAL-TEXT.
026600     MOVE WS-ASP-ROW-COUNT          TO RPT-TOTAL-COUNT.
026700     WRITE APLRPT-RECORD  FROM RPT-TOTAL-LINE.
026800
026900     IF WS-FUNCTION-CODE = 'C'  THEN
027000        MOVE 'ADD TRANSACTIONS CUT  . . .'  TO RPT-TOTAL-TEXT
027100        MOVE WS-ADD-TRANS-COUNT     TO RPT-TOTAL-COUNT
027200        WRITE APLRPT-RECORD  FROM RPT-TOTAL-LINE
027300        MOVE 'SUPERSEDED ROWS END-DATED .'  TO RPT-TOTAL-TEXT
027400        MOVE WS-END-TRANS-COUNT     TO RPT-TOTAL-COUNT
027500        WRITE APLRPT-RECORD  FROM RPT-TOTAL-LINE
027600     END-IF.
027700
027800     IF WS-FUNCTION-CODE = 'V'  THEN
027900        MOVE 'ROW COUNT ASP VS MASTER . .'  TO RPT-BAL-TEXT
028000        MOVE WS-ASP-ROW-COUNT       TO RPT-BAL-ASP
028100        MOVE WS-MASTER-ROW-COUNT    TO RPT-BAL-MASTER
028200        IF WS-ASP-ROW-COUNT NOT = WS-MASTER-ROW-COUNT  THEN
028300           MOVE '*** OUT ***'       TO RPT-BAL-FLAG
028400           MOVE 16                  TO RETURN-CODE
028500        ELSE
028600           MOVE SPACES              TO RPT-BAL-FLAG
028700        END-IF
028800        WRITE APLRPT-RECORD  FROM RPT-BALANCE-LINE
028900
029000        MOVE 'PRICE HASH ASP VS MASTER  .'  TO RPT-BAL-TEXT
029100        MOVE WS-ASP-HASH-TOTAL      TO RPT-BAL-ASP
029200        MOVE WS-MASTER-HASH-TOTAL   TO RPT-BAL-MASTER
029300        IF WS-ASP-HASH-TOTAL NOT = WS-MASTER-HASH-TOTAL  THEN
029400           MOVE '*** OUT ***'       TO RPT-BAL-FLAG
029500           MOVE 16                  TO RETURN-CODE
029600        ELSE
029700           MOVE SPACES              TO RPT-BAL-FLAG
029800        END-IF
029900        WRITE APLRPT-RECORD  FROM RPT-BALANCE-LINE
030000
030100        MOVE 'ASP/MASTER MISMATCHES . . .'  TO RPT-TOTAL-TEXT
030200        MOVE WS-MISMATCH-COUNT      TO RPT-TOTAL-COUNT
030300        WRITE APLRPT-RECORD  FROM RPT-TOTAL-LINE
030400     END-IF.
030500/
030600 5000-TERMINATE.
030700     CLOSE ASP-RELEASE-IN
030800           ASP-PRICING-FILE
030900           LOADER-REPORT.
031000     IF WS-FUNCTION-CODE = 'C'  THEN
031100        CLOSE ASP-TRANS-OUT
031200     END-IF.
