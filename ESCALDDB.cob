000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALDDB.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALDDB - NEW PROGRAM
000700*         - MONTHLY DELINQUENT-DEBT REPORT BY PROVIDER.  READS THE
000800*           RECEIVABLES MASTER AS THE NIGHTLY DEMAND CYCLE
000900*           (ESCALDMD) LEAVES IT AND LISTS, PROVIDER BY PROVIDER,
001000*           EVERY OPEN DEBT THAT IS DELINQUENT AS OF THE LAST DAY
001100*           OF THE MONTH NAMED ON DDBCTL - STILL OWED THE DMDCTL
001200*           DELINQUENT DAYS OR MORE AFTER ITS INITIAL DEMAND -
001300*           WITH THE PRINCIPAL AND INTEREST STILL OWED, THE LAST
001400*           LETTER SENT, AND THE DAY IT WENT TO TREASURY.
001410* 10/15/2026 ESCALDDB - A DEBT UNDER AN EXTENDED REPAYMENT
001420*           SCHEDULE (ERSFILE) IN GOOD STANDING IS BEING PAID AS
001430*           AGREED AND IS NOT LISTED AS DELINQUENT; IT IS COUNTED
001440*           IN THE TOTALS INSTEAD.
001500******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.            IBM-Z990.
002000 OBJECT-COMPUTER.            IBM-Z990.
002100 INPUT-OUTPUT  SECTION.
002200 FILE-CONTROL.
002300     SELECT RECEIVABLE-FILE      ASSIGN TO RCVFILE
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS RCV-RECORD-KEY.
002700     SELECT TAX-FILE             ASSIGN TO PTAXFILE
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS PTAX-PROVIDER-NUMBER.
003100     SELECT REPORT-CONTROL       ASSIGN TO DDBCTL
003200         ORGANIZATION IS SEQUENTIAL.
003500     SELECT DELINQUENT-REPORT    ASSIGN TO DDBRPT
003600         ORGANIZATION IS SEQUENTIAL.
003610     SELECT ERS-FILE             ASSIGN TO ERSFILE
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS DYNAMIC
003640         RECORD KEY IS ERS-RECORD-KEY.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RECEIVABLE-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 COPY RCVFCPY.
004300/
004400 FD  TAX-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 COPY PTAXCPY.
004700/
004800 FD  REPORT-CONTROL
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F.
005100 01  DDBCTL-RECORD.
005200     05  DDBC-REPORT-MONTH          PIC 9(06).
005300     05  FILLER                     PIC X(14).
005400/
006000 FD  DELINQUENT-REPORT
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  DDBRPT-RECORD                  PIC X(120).
006310/
006320 FD  ERS-FILE
006330     LABEL RECORDS ARE STANDARD.
006340 COPY ERSMCPY.
006400/
006500 WORKING-STORAGE SECTION.
006600 01  W-STORAGE-REF                  PIC X(46) VALUE
006700     'ESCALDDB      - W O R K I N G   S T O R A G E'.
006800
006900 01  WS-RCV-EOF-SWITCH              PIC X(01) VALUE 'N'.
007000     88  RCV-END-OF-FILE                       VALUE 'Y'.
007100     88  RCV-NOT-END-OF-FILE                   VALUE 'N'.
007200 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
007400 01  WS-PTAX-FOUND-SWITCH           PIC X(01).
007500     88  PTAX-RECORD-FOUND                     VALUE 'Y'.
007600     88  PTAX-RECORD-NOT-FOUND                 VALUE 'N'.
007610 01  WS-ERS-FOUND-SWITCH            PIC X(01).
007620     88  ERS-RECORD-FOUND                      VALUE 'Y'.
007630     88  ERS-RECORD-NOT-FOUND                  VALUE 'N'.
007640 01  WS-ERS-EXCLUDED-COUNT          PIC 9(07) VALUE ZERO.
007700
007800 01  WS-REPORT-MONTH                PIC 9(06) VALUE ZERO.
007900 01  WS-NEXT-MONTH-DATE.
008000     05  WS-NEXT-MONTH-CCYY         PIC 9(04).
008100     05  WS-NEXT-MONTH-MM           PIC 9(02).
008200     05  WS-NEXT-MONTH-DD           PIC 9(02).
008300 01  WS-NEXT-MONTH-YYYYMMDD REDEFINES WS-NEXT-MONTH-DATE
008400                                    PIC 9(08).
008500 01  WS-MONTH-END-DATE              PIC 9(08).
008600 01  WS-MONTH-END-INT               PIC S9(09).
008700 01  WS-DEMAND-INT                  PIC S9(09).
008800 01  WS-DAYS-SINCE-DEMAND           PIC S9(09).
008900 01  WS-DELINQUENT-DAYS             PIC 9(03) VALUE 120.
009000
009020 COPY DMDCCPY.
009040
009060 COPY PRMXCPY.
009080
009100 01  WS-PRINCIPAL-DUE-AMT           PIC S9(07)V9(02).
009200 01  WS-INTEREST-DUE-AMT            PIC S9(07)V9(02).
009300 01  WS-TOTAL-DUE-AMT               PIC S9(08)V9(02).
009400
009500 01  WS-CURRENT-PROVIDER            PIC X(06) VALUE LOW-VALUES.
009600 01  WS-PROV-DEBT-COUNT             PIC 9(05) VALUE ZERO.
009700 01  WS-PROV-PRINCIPAL-AMT          PIC 9(09)V9(02) VALUE ZERO.
009800 01  WS-PROV-INTEREST-AMT           PIC 9(09)V9(02) VALUE ZERO.
009900 01  WS-PROV-TOTAL-AMT              PIC 9(09)V9(02) VALUE ZERO.
010000 01  WS-PROVIDER-COUNT              PIC 9(05) VALUE ZERO.
010100 01  WS-GRAND-DEBT-COUNT            PIC 9(07) VALUE ZERO.
010200 01  WS-GRAND-PRINCIPAL-AMT         PIC 9(11)V9(02) VALUE ZERO.
010300 01  WS-GRAND-INTEREST-AMT          PIC 9(11)V9(02) VALUE ZERO.
010400 01  WS-GRAND-TOTAL-AMT             PIC 9(11)V9(02) VALUE ZERO.
010500 01  WS-REFERRED-COUNT              PIC 9(07) VALUE ZERO.
010600 01  WS-REFERRED-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
010700
010800 01  RPT-HEADING-1.
010900     05  FILLER                     PIC X(05) VALUE SPACES.
011000     05  FILLER                     PIC X(43) VALUE
011100         'DELINQUENT OVERPAYMENT DEBT BY PROVIDER -'.
011200     05  FILLER                     PIC X(06) VALUE 'MONTH '.
011300     05  RPT-HDR-MONTH              PIC 9(06).
011400     05  FILLER                     PIC X(08) VALUE '  AS OF '.
011500     05  RPT-HDR-AS-OF-DATE         PIC 9(08).
011600
011700 01  RPT-HEADING-2.
011800     05  FILLER                     PIC X(05) VALUE SPACES.
011900     05  FILLER                     PIC X(08) VALUE 'PROV'.
012000     05  FILLER                     PIC X(15) VALUE 'CLAIM'.
012100     05  FILLER                     PIC X(10) VALUE 'SETUP'.
012200     05  FILLER                     PIC X(10) VALUE 'DEMAND'.
012300     05  FILLER                     PIC X(06) VALUE 'DAYS'.
012400     05  FILLER                     PIC X(02) VALUE 'L'.
012500     05  FILLER                     PIC X(03) VALUE SPACES.
012600     05  FILLER                     PIC X(09) VALUE 'PRINCIPAL'.
012700     05  FILLER                     PIC X(06) VALUE SPACES.
012800     05  FILLER                     PIC X(08) VALUE 'INTEREST'.
012900     05  FILLER                     PIC X(06) VALUE SPACES.
013000     05  FILLER                     PIC X(09) VALUE 'TOTAL DUE'.
013100     05  FILLER                     PIC X(02) VALUE SPACES.
013200     05  FILLER                     PIC X(08) VALUE 'TREASURY'.
013300
013400 01  RPT-PROVIDER-LINE.
013500     05  FILLER                     PIC X(05) VALUE SPACES.
013600     05  FILLER                     PIC X(09) VALUE 'PROVIDER '.
013700     05  RPT-PRV-PROVIDER           PIC X(06).
013800     05  FILLER                     PIC X(02) VALUE SPACES.
013900     05  RPT-PRV-LEGAL-NAME         PIC X(35).
014000     05  FILLER                     PIC X(02) VALUE SPACES.
014100     05  FILLER                     PIC X(04) VALUE 'TIN '.
014200     05  RPT-PRV-TIN                PIC 9(09).
014300
014400 01  RPT-DETAIL-LINE.
014500     05  FILLER                     PIC X(05) VALUE SPACES.
014600     05  RPT-PROVIDER               PIC X(06).
014700     05  FILLER                     PIC X(02) VALUE SPACES.
014800     05  RPT-CLAIM-NUMBER           PIC X(13).
014900     05  FILLER                     PIC X(02) VALUE SPACES.
015000     05  RPT-SETUP-DATE             PIC 9(08).
015100     05  FILLER                     PIC X(02) VALUE SPACES.
015200     05  RPT-DEMAND-DATE            PIC 9(08).
015300     05  FILLER                     PIC X(02) VALUE SPACES.
015400     05  RPT-DAYS                   PIC ZZZ9.
015500     05  FILLER                     PIC X(02) VALUE SPACES.
015600     05  RPT-LETTER-LEVEL           PIC X(01).
015700     05  FILLER                     PIC X(01) VALUE SPACES.
015800     05  RPT-PRINCIPAL-AMT          PIC Z,ZZZ,ZZ9.99.
015900     05  FILLER                     PIC X(02) VALUE SPACES.
016000     05  RPT-INTEREST-AMT           PIC Z,ZZZ,ZZ9.99.
016100     05  FILLER                     PIC X(02) VALUE SPACES.
016200     05  RPT-TOTAL-DUE-AMT          PIC ZZ,ZZZ,ZZ9.99.
016300     05  FILLER                     PIC X(02) VALUE SPACES.
016400     05  RPT-TOP-DATE               PIC X(08).
016500
016600 01  RPT-SUBTOTAL-LINE.
016700     05  FILLER                     PIC X(05) VALUE SPACES.
016800     05  RPT-SUB-TEXT               PIC X(20).
016900     05  RPT-SUB-COUNT              PIC ZZZ,ZZ9.
017000     05  FILLER                     PIC X(06) VALUE ' DEBTS'.
017100     05  FILLER                     PIC X(16) VALUE SPACES.
017200     05  RPT-SUB-PRINCIPAL-AMT      PIC ZZZ,ZZZ,ZZ9.99.
017300     05  FILLER                     PIC X(01) VALUE SPACES.
017400     05  RPT-SUB-INTEREST-AMT       PIC ZZ,ZZZ,ZZ9.99.
017500     05  FILLER                     PIC X(01) VALUE SPACES.
017600     05  RPT-SUB-TOTAL-AMT          PIC ZZZ,ZZZ,ZZ9.99.
017700
017800 01  RPT-TOTAL-LINE.
017900     05  FILLER                     PIC X(05) VALUE SPACES.
018000     05  RPT-TOTAL-TEXT             PIC X(30).
018100     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
018200     05  FILLER                     PIC X(02) VALUE SPACES.
018300     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
018400/
018500 PROCEDURE DIVISION.
018600
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE.
018900     PERFORM 2000-REPORT-ONE-RECEIVABLE UNTIL RCV-END-OF-FILE.
019000     PERFORM 2200-CLOSE-PROVIDER.
019100     PERFORM 6000-PRINT-RUN-TOTALS.
019200     PERFORM 7000-TERMINATE.
019300     GOBACK.
019400/
019500 1000-INITIALIZE.
019600     OPEN INPUT REPORT-CONTROL.
019700     READ REPORT-CONTROL
019800         AT END
019900           MOVE 'Y'                 TO WS-CTL-EOF-SWITCH
020000           DISPLAY 'ESCALDDB - DDBCTL NAMES NO REPORT MONTH - '
020100              'NOTHING REPORTED'
020200           MOVE 'Y'                 TO WS-RCV-EOF-SWITCH
020300         NOT AT END
020400           MOVE DDBC-REPORT-MONTH   TO WS-REPORT-MONTH
020500     END-READ.
020600     CLOSE REPORT-CONTROL.
021900
022000*    THE AS-OF DATE IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
022100     IF WS-REPORT-MONTH > ZERO  THEN
022200        MOVE WS-REPORT-MONTH (1:4)  TO WS-NEXT-MONTH-CCYY
022300        MOVE WS-REPORT-MONTH (5:2)  TO WS-NEXT-MONTH-MM
022400        MOVE 1                      TO WS-NEXT-MONTH-DD
022500        IF WS-NEXT-MONTH-MM = 12  THEN
022600           ADD 1                    TO WS-NEXT-MONTH-CCYY
022700           MOVE 1                   TO WS-NEXT-MONTH-MM
022800        ELSE
022900           ADD 1                    TO WS-NEXT-MONTH-MM
023000        END-IF
023100        COMPUTE WS-MONTH-END-INT =
023200           FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-YYYYMMDD) - 1
023300        COMPUTE WS-MONTH-END-DATE =
023400           FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
023410*       THE DELINQUENT DAYS ARE THE DMDCTL ROW THAT WAS IN FORCE
023420*       AT MONTH END - NO ROW OR A ZERO FIELD LEAVES THE DEFAULT.
023430        MOVE 'DMDCTL'               TO PRMX-FAMILY
023440        MOVE 'F'                    TO PRMX-FUNCTION
023450        MOVE WS-MONTH-END-DATE      TO PRMX-AS-OF-DATE
023460        CALL 'ESCALPRM'          USING PARAMETER-LOOKUP-REQUEST
023470        IF PRMX-ROW-RETURNED  THEN
023480           MOVE PRMX-VALUE-IMAGE    TO DEMAND-CONTROL-RECORD
023490           IF DMDC-DELINQUENT-DAYS NUMERIC  AND
023492              DMDC-DELINQUENT-DAYS > ZERO  THEN
023494              MOVE DMDC-DELINQUENT-DAYS TO WS-DELINQUENT-DAYS
023496           END-IF
023498        END-IF
023500     END-IF.
023600
023700     OPEN INPUT  RECEIVABLE-FILE.
023800     OPEN INPUT  TAX-FILE.
023850     OPEN INPUT  ERS-FILE.
023900     OPEN OUTPUT DELINQUENT-REPORT.
024000
024100     MOVE WS-REPORT-MONTH           TO RPT-HDR-MONTH.
024200     MOVE WS-MONTH-END-DATE         TO RPT-HDR-AS-OF-DATE.
024300     WRITE DDBRPT-RECORD         FROM RPT-HEADING-1.
024400     WRITE DDBRPT-RECORD         FROM RPT-HEADING-2.
024500
024600     IF RCV-NOT-END-OF-FILE  THEN
024700        MOVE LOW-VALUES             TO RCV-RECORD-KEY
024800        START RECEIVABLE-FILE KEY IS >= RCV-RECORD-KEY
024900            INVALID KEY MOVE 'Y'    TO WS-RCV-EOF-SWITCH
025000        END-START
025100     END-IF.
025200/
025300******************************************************************
025400*  THE FILE IS KEYED BY PROVIDER FIRST, SO ONE PASS GIVES THE    *
025500*  PROVIDER BREAKS.  A DEBT IS DELINQUENT WHEN IT IS STILL OPEN  *
025600*  AND THE MONTH END FALLS THE DELINQUENT DAYS OR MORE AFTER ITS *
025700*  INITIAL DEMAND.  INTEREST IS AS THE NIGHTLY CYCLE LAST        *
025800*  ACCRUED IT.  A DEBT ON AN ERS PLAN IN GOOD STANDING IS NOT    *
025850*  DELINQUENT.                                                   *
025900******************************************************************
026000 2000-REPORT-ONE-RECEIVABLE.
026100     READ RECEIVABLE-FILE NEXT RECORD
026200         AT END MOVE 'Y'            TO WS-RCV-EOF-SWITCH
026300         NOT AT END
026400           IF RCV-STATUS-OPEN  AND
026500              RCV-INITIAL-DEMAND-DATE > ZERO  THEN
026600              COMPUTE WS-DEMAND-INT =
026700                 FUNCTION INTEGER-OF-DATE(RCV-INITIAL-DEMAND-DATE)
026800              COMPUTE WS-DAYS-SINCE-DEMAND =
026900                 WS-MONTH-END-INT - WS-DEMAND-INT
027000              IF WS-DAYS-SINCE-DEMAND NOT < WS-DELINQUENT-DAYS
027100                 THEN
027110                 MOVE RCV-RECORD-KEY   TO ERS-RECORD-KEY
027120                 READ ERS-FILE
027130                     INVALID KEY
027135                        MOVE 'N'       TO WS-ERS-FOUND-SWITCH
027140                     NOT INVALID KEY
027145                        MOVE 'Y'       TO WS-ERS-FOUND-SWITCH
027150                 END-READ
027160                 IF ERS-RECORD-FOUND  AND  ERS-IN-GOOD-STANDING
027170                    THEN
027180                    ADD 1              TO WS-ERS-EXCLUDED-COUNT
027190                 ELSE
027200                    PERFORM 2300-PRINT-DELINQUENT-DEBT
027250                 END-IF
027300              END-IF
027400           END-IF
027500     END-READ.
027600/
027700 2100-START-PROVIDER.
027800     MOVE RCV-PROVIDER-NUMBER       TO WS-CURRENT-PROVIDER.
027900     ADD 1                          TO WS-PROVIDER-COUNT.
028000     MOVE RCV-PROVIDER-NUMBER       TO PTAX-PROVIDER-NUMBER.
028100     READ TAX-FILE
028200         INVALID KEY     MOVE 'N'   TO WS-PTAX-FOUND-SWITCH
028300         NOT INVALID KEY MOVE 'Y'   TO WS-PTAX-FOUND-SWITCH
028400     END-READ.
028500     MOVE RCV-PROVIDER-NUMBER       TO RPT-PRV-PROVIDER.
028600     IF PTAX-RECORD-FOUND  THEN
028700        MOVE PTAX-LEGAL-NAME        TO RPT-PRV-LEGAL-NAME
028800        MOVE PTAX-TIN               TO RPT-PRV-TIN
028900     ELSE
029000        MOVE '** NOT ON TAX MASTER **' TO RPT-PRV-LEGAL-NAME
029100        MOVE ZERO                   TO RPT-PRV-TIN
029200     END-IF.
029300     WRITE DDBRPT-RECORD  FROM RPT-PROVIDER-LINE.
029400/
029500 2200-CLOSE-PROVIDER.
029600     IF WS-PROV-DEBT-COUNT > ZERO  THEN
029700        MOVE 'PROVIDER TOTAL'       TO RPT-SUB-TEXT
029800        MOVE WS-PROV-DEBT-COUNT     TO RPT-SUB-COUNT
029900        MOVE WS-PROV-PRINCIPAL-AMT  TO RPT-SUB-PRINCIPAL-AMT
030000        MOVE WS-PROV-INTEREST-AMT   TO RPT-SUB-INTEREST-AMT
030100        MOVE WS-PROV-TOTAL-AMT      TO RPT-SUB-TOTAL-AMT
030200        WRITE DDBRPT-RECORD  FROM RPT-SUBTOTAL-LINE
030300        ADD WS-PROV-DEBT-COUNT      TO WS-GRAND-DEBT-COUNT
030400        ADD WS-PROV-PRINCIPAL-AMT   TO WS-GRAND-PRINCIPAL-AMT
030500        ADD WS-PROV-INTEREST-AMT    TO WS-GRAND-INTEREST-AMT
030600        ADD WS-PROV-TOTAL-AMT       TO WS-GRAND-TOTAL-AMT
030700     END-IF.
030800     MOVE ZERO                      TO WS-PROV-DEBT-COUNT
030900                                       WS-PROV-PRINCIPAL-AMT
031000                                       WS-PROV-INTEREST-AMT
031100                                       WS-PROV-TOTAL-AMT.
031200/
031300 2300-PRINT-DELINQUENT-DEBT.
031400     IF RCV-PROVIDER-NUMBER NOT = WS-CURRENT-PROVIDER  THEN
031500        PERFORM 2200-CLOSE-PROVIDER
031600        PERFORM 2100-START-PROVIDER
031700     END-IF.
031800
031900     COMPUTE WS-PRINCIPAL-DUE-AMT =
032000        RCV-ORIGINAL-AMT - RCV-RECOVERED-AMT.
032100     IF WS-PRINCIPAL-DUE-AMT < ZERO  THEN
032200        MOVE ZERO                   TO WS-PRINCIPAL-DUE-AMT
032300     END-IF.
032400     COMPUTE WS-INTEREST-DUE-AMT =
032500        RCV-INTEREST-ACCRUED-AMT - RCV-INTEREST-PAID-AMT.
032600     IF WS-INTEREST-DUE-AMT < ZERO  THEN
032700        MOVE ZERO                   TO WS-INTEREST-DUE-AMT
032800     END-IF.
032900     COMPUTE WS-TOTAL-DUE-AMT =
033000        WS-PRINCIPAL-DUE-AMT + WS-INTEREST-DUE-AMT.
033100
033200     MOVE RCV-PROVIDER-NUMBER       TO RPT-PROVIDER.
033300     MOVE RCV-CLAIM-NUMBER          TO RPT-CLAIM-NUMBER.
033400     MOVE RCV-SETUP-DATE            TO RPT-SETUP-DATE.
033500     MOVE RCV-INITIAL-DEMAND-DATE   TO RPT-DEMAND-DATE.
033600     MOVE WS-DAYS-SINCE-DEMAND      TO RPT-DAYS.
033700     MOVE RCV-LETTER-LEVEL          TO RPT-LETTER-LEVEL.
033800     MOVE WS-PRINCIPAL-DUE-AMT      TO RPT-PRINCIPAL-AMT.
033900     MOVE WS-INTEREST-DUE-AMT       TO RPT-INTEREST-AMT.
034000     MOVE WS-TOTAL-DUE-AMT          TO RPT-TOTAL-DUE-AMT.
034100     IF RCV-REFERRED-TO-TOP  THEN
034200        MOVE RCV-TOP-REFERRAL-DATE  TO RPT-TOP-DATE
034300        ADD 1                       TO WS-REFERRED-COUNT
034400        ADD WS-TOTAL-DUE-AMT        TO WS-REFERRED-TOTAL
034500     ELSE
034600        MOVE SPACES                 TO RPT-TOP-DATE
034700     END-IF.
034800     WRITE DDBRPT-RECORD  FROM RPT-DETAIL-LINE.
034900
035000     ADD 1                          TO WS-PROV-DEBT-COUNT.
035100     ADD WS-PRINCIPAL-DUE-AMT       TO WS-PROV-PRINCIPAL-AMT.
035200     ADD WS-INTEREST-DUE-AMT        TO WS-PROV-INTEREST-AMT.
035300     ADD WS-TOTAL-DUE-AMT           TO WS-PROV-TOTAL-AMT.
035400/
035500 6000-PRINT-RUN-TOTALS.
035600     MOVE 'GRAND TOTAL'             TO RPT-SUB-TEXT.
035700     MOVE WS-GRAND-DEBT-COUNT       TO RPT-SUB-COUNT.
035800     MOVE WS-GRAND-PRINCIPAL-AMT    TO RPT-SUB-PRINCIPAL-AMT.
035900     MOVE WS-GRAND-INTEREST-AMT     TO RPT-SUB-INTEREST-AMT.
036000     MOVE WS-GRAND-TOTAL-AMT        TO RPT-SUB-TOTAL-AMT.
036100     WRITE DDBRPT-RECORD  FROM RPT-SUBTOTAL-LINE.
036200
036300     MOVE 'PROVIDERS WITH DELINQUENT DEBT'
036400                                    TO RPT-TOTAL-TEXT.
036500     MOVE WS-PROVIDER-COUNT         TO RPT-TOTAL-COUNT.
036600     MOVE WS-GRAND-TOTAL-AMT        TO RPT-TOTAL-AMT.
036700     WRITE DDBRPT-RECORD  FROM RPT-TOTAL-LINE.
036800
036900     MOVE 'REFERRED TO TREASURY  . . .'  TO RPT-TOTAL-TEXT.
037000     MOVE WS-REFERRED-COUNT         TO RPT-TOTAL-COUNT.
037100     MOVE WS-REFERRED-TOTAL         TO RPT-TOTAL-AMT.
037200     WRITE DDBRPT-RECORD  FROM RPT-TOTAL-LINE.
037210
037220     MOVE 'NOT LISTED - ERS IN GOOD STD'  TO RPT-TOTAL-TEXT.
037230     MOVE WS-ERS-EXCLUDED-COUNT     TO RPT-TOTAL-COUNT.
037240     MOVE ZERO                      TO RPT-TOTAL-AMT.
037250     WRITE DDBRPT-RECORD  FROM RPT-TOTAL-LINE.
037300/
037400 7000-TERMINATE.
037500     CLOSE RECEIVABLE-FILE
037600           TAX-FILE
037700           DELINQUENT-REPORT
037800           ERS-FILE.
