000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALESR.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALESR - NEW PROGRAM
000700*         - ESA CLAIMS MONITORING REPORT.  READS THE MONTH'S ESA
000800*           MONITORING LEDGER (THE NIGHTS' ESAMON DATASETS FROM
000900*           ESCALRUN, CONCATENATED AND SORTED BY PROVIDER BY THE
001000*           SCHEDULER) AND LISTS, PROVIDER BY PROVIDER, EVERY
001100*           CLAIM WHOSE ESA LINE THE MONITORING POLICY TOUCHED IN
001200*           THE ESRCTL MONTH: THE READINGS, THE MONTHS ON END
001300*           ABOVE THE THRESHOLD, WHY THE LINE WAS REDUCED OR
001400*           EXEMPTED, AND THE REDUCTION.  EACH PROVIDER CLOSES
001500*           WITH ITS COUNTS AND REDUCTION TOTAL, THE REPORT WITH
001600*           THE MONTH'S.  EE-EXEMPTED LINES ARE LISTED FOR REVIEW.
001700******************************************************************
001800 DATE-COMPILED.
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.            IBM-Z990.
002200 OBJECT-COMPUTER.            IBM-Z990.
002300 INPUT-OUTPUT  SECTION.
002400 FILE-CONTROL.
002500     SELECT ESA-LEDGER-IN        ASSIGN TO ESAMON
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT REPORT-CONTROL       ASSIGN TO ESRCTL
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT ESA-REPORT           ASSIGN TO ESRRPT
003000         ORGANIZATION IS SEQUENTIAL.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  ESA-LEDGER-IN
003500     LABEL RECORDS ARE STANDARD
003600     RECORDING MODE IS F.
003700 COPY ESALCPY.
003800/
003900 FD  REPORT-CONTROL
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200 COPY ESRCCPY.
004300/
004400 FD  ESA-REPORT
004500     LABEL RECORDS ARE STANDARD
004600     RECORDING MODE IS F.
004700 01  ESRRPT-RECORD                  PIC X(100).
004800/
004900 WORKING-STORAGE SECTION.
005000 01  W-STORAGE-REF                  PIC X(46) VALUE
005100     'ESCALESR      - W O R K I N G   S T O R A G E'.
005200
005300 01  WS-LEDGER-EOF-SWITCH           PIC X(01) VALUE 'N'.
005400     88  LEDGER-END-OF-FILE                    VALUE 'Y'.
005500     88  LEDGER-NOT-END-OF-FILE                VALUE 'N'.
005600
005700 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
005800 01  WS-REPORT-MONTH                PIC 9(06) VALUE ZERO.
005900 01  WS-LEDGER-MONTH                PIC 9(06).
006000 01  WS-CURRENT-PROVIDER            PIC X(06) VALUE SPACES.
006100
006200******************************************************************
006300*  PROVIDER AND REPORT ACCUMULATORS.  A LINE IS COUNTED REDUCED  *
006400*  (BY HISTORY OR BY THE ED MODIFIER) OR EXEMPTED (EE), AND ALSO *
006500*  HELD WHEN IT WENT TO MEDICAL REVIEW INSTEAD OF PAYING.        *
006600******************************************************************
006700 01  WS-PROVIDER-TOTALS.
006800     05  WS-PRV-CLAIM-COUNT         PIC 9(07).
006900     05  WS-PRV-REDUCED-COUNT       PIC 9(07).
007000     05  WS-PRV-EXEMPTED-COUNT      PIC 9(07).
007100     05  WS-PRV-HELD-COUNT          PIC 9(07).
007200     05  WS-PRV-DRUG-AMT            PIC 9(11)V9(02).
007300     05  WS-PRV-REDUCTION-AMT       PIC 9(11)V9(02).
007400 01  WS-REPORT-TOTALS.
007500     05  WS-RPT-PROVIDER-COUNT      PIC 9(07).
007600     05  WS-RPT-CLAIM-COUNT         PIC 9(07).
007700     05  WS-RPT-REDUCED-COUNT       PIC 9(07).
007800     05  WS-RPT-EXEMPTED-COUNT      PIC 9(07).
007900     05  WS-RPT-HELD-COUNT          PIC 9(07).
008000     05  WS-RPT-DRUG-AMT            PIC 9(11)V9(02).
008100     05  WS-RPT-REDUCTION-AMT       PIC 9(11)V9(02).
008200 01  WS-LEDGER-READ                 PIC 9(07) VALUE ZERO.
008300
008400 01  RPT-HEADING-1.
008500     05  FILLER                     PIC X(05) VALUE SPACES.
008600     05  FILLER                     PIC X(45) VALUE
008700         'ESA CLAIMS MONITORING - AFFECTED CLAIMS FOR'.
008800     05  RPT-HDG-MONTH              PIC 9(06).
008900
009000 01  RPT-HEADING-2.
009100     05  FILLER                     PIC X(01) VALUE SPACES.
009200     05  FILLER                     PIC X(07) VALUE 'PROV'.
009300     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
009400     05  FILLER                     PIC X(12) VALUE 'MBI'.
009500     05  FILLER                     PIC X(07) VALUE 'MONTH'.
009600     05  FILLER                     PIC X(05) VALUE ' HGB'.
009700     05  FILLER                     PIC X(05) VALUE ' HCT'.
009800     05  FILLER                     PIC X(03) VALUE 'MO'.
009900     05  FILLER                     PIC X(06) VALUE 'HCPCS'.
010000     05  FILLER                     PIC X(10) VALUE 'BASIS'.
010100     05  FILLER                     PIC X(13) VALUE
010200         '   DRUG AMT'.
010300     05  FILLER                     PIC X(13) VALUE
010400         '  REDUCTION'.
010500     05  FILLER                     PIC X(04) VALUE 'STAT'.
010600
010700 01  RPT-DETAIL-LINE.
010800     05  FILLER                     PIC X(01) VALUE SPACES.
010900     05  RPT-PROVIDER               PIC X(06).
011000     05  FILLER                     PIC X(01) VALUE SPACES.
011100     05  RPT-CLAIM-NUMBER           PIC X(13).
011200     05  FILLER                     PIC X(01) VALUE SPACES.
011300     05  RPT-MBI                    PIC X(11).
011400     05  FILLER                     PIC X(01) VALUE SPACES.
011500     05  RPT-READING-MONTH          PIC 9(06).
011600     05  FILLER                     PIC X(01) VALUE SPACES.
011700     05  RPT-HEMOGLOBIN             PIC Z9.9.
011800     05  FILLER                     PIC X(01) VALUE SPACES.
011900     05  RPT-HEMATOCRIT             PIC Z9.9.
012000     05  FILLER                     PIC X(01) VALUE SPACES.
012100     05  RPT-MONTHS-ABOVE           PIC Z9.
012200     05  FILLER                     PIC X(01) VALUE SPACES.
012300     05  RPT-HCPCS                  PIC X(05).
012400     05  FILLER                     PIC X(01) VALUE SPACES.
012500     05  RPT-BASIS                  PIC X(09).
012600     05  FILLER                     PIC X(01) VALUE SPACES.
012700     05  RPT-DRUG-AMT               PIC Z,ZZZ,ZZ9.99.
012800     05  FILLER                     PIC X(01) VALUE SPACES.
012900     05  RPT-REDUCTION-AMT          PIC Z,ZZZ,ZZ9.99.
013000     05  FILLER                     PIC X(01) VALUE SPACES.
013100     05  RPT-STATUS                 PIC X(04).
013200
013300 01  RPT-TOTAL-LINE.
013400     05  FILLER                     PIC X(01) VALUE SPACES.
013500     05  RPT-T-LABEL                PIC X(15).
013600     05  FILLER                     PIC X(08) VALUE 'CLAIMS'.
013700     05  RPT-T-CLAIMS               PIC ZZZ,ZZ9.
013800     05  FILLER                     PIC X(10) VALUE '  REDUCED'.
013900     05  RPT-T-REDUCED              PIC ZZZ,ZZ9.
014000     05  FILLER                     PIC X(07) VALUE '  EXMT'.
014100     05  RPT-T-EXEMPTED             PIC ZZZ,ZZ9.
014200     05  FILLER                     PIC X(07) VALUE '  HELD'.
014300     05  RPT-T-HELD                 PIC ZZZ,ZZ9.
014400     05  FILLER                     PIC X(03) VALUE SPACES.
014500     05  RPT-T-REDUCTION-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014600
014700 01  RPT-COUNT-LINE.
014800     05  FILLER                     PIC X(05) VALUE SPACES.
014900     05  RPT-C-LABEL                PIC X(30).
015000     05  RPT-C-COUNT                PIC ZZZ,ZZ9.
015100/
015200 PROCEDURE DIVISION.
015300
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE.
015600     PERFORM 2000-REPORT-LEDGER UNTIL LEDGER-END-OF-FILE.
015700     PERFORM 4000-PRINT-TOTALS.
015800     PERFORM 5000-TERMINATE.
015900     GOBACK.
016000/
016100 1000-INITIALIZE.
016200     OPEN INPUT REPORT-CONTROL.
016300     READ REPORT-CONTROL
016400         AT END MOVE 'Y'            TO WS-CTL-EOF-SWITCH
016500         NOT AT END
016600           IF ESRC-REPORT-MONTH NUMERIC  THEN
016700              MOVE ESRC-REPORT-MONTH TO WS-REPORT-MONTH
016800           END-IF
016900     END-READ.
017000     CLOSE REPORT-CONTROL.
017100
017200     IF WS-REPORT-MONTH = ZERO  THEN
017300        DISPLAY 'ESCALESR - ESRCTL NAMES NO REPORT MONTH - '
017400           'NOTHING TO REPORT'
017500        MOVE 'Y'                    TO WS-LEDGER-EOF-SWITCH
017600     END-IF.
017700
017800     MOVE ZEROS                     TO WS-PROVIDER-TOTALS
017900                                       WS-REPORT-TOTALS.
018000
018100     OPEN INPUT  ESA-LEDGER-IN.
018200     OPEN OUTPUT ESA-REPORT.
018300
018400     MOVE WS-REPORT-MONTH           TO RPT-HDG-MONTH.
018500     WRITE ESRRPT-RECORD  FROM RPT-HEADING-1.
018600     WRITE ESRRPT-RECORD  FROM RPT-HEADING-2.
018700
018800     IF LEDGER-NOT-END-OF-FILE  THEN
018900        PERFORM 2900-READ-NEXT-LEDGER
019000     END-IF.
019100/
019200******************************************************************
019300*  THE LEDGER ARRIVES IN PROVIDER ORDER; A CHANGE OF PROVIDER    *
019400*  CLOSES THE PRIOR PROVIDER WITH ITS TOTALS.  ONLY LINES PRICED *
019500*  IN THE REPORT MONTH ARE LISTED.                               *
019600******************************************************************
019700 2000-REPORT-LEDGER.
019800     MOVE ESAL-PRICED-DATE (1:6)    TO WS-LEDGER-MONTH.
019900
020000     IF WS-LEDGER-MONTH = WS-REPORT-MONTH  THEN
020100        IF ESAL-PROVIDER-NUMBER NOT = WS-CURRENT-PROVIDER  THEN
020200           IF WS-CURRENT-PROVIDER NOT = SPACES  THEN
020300              PERFORM 3000-PRINT-PROVIDER-TOTALS
020400           END-IF
020500           MOVE ESAL-PROVIDER-NUMBER TO WS-CURRENT-PROVIDER
020600           ADD 1                    TO WS-RPT-PROVIDER-COUNT
020700        END-IF
020800        PERFORM 2100-PRINT-CLAIM
020900     END-IF.
021000
021100     PERFORM 2900-READ-NEXT-LEDGER.
021200/
021300 2100-PRINT-CLAIM.
021400     ADD 1                          TO WS-PRV-CLAIM-COUNT.
021500     EVALUATE TRUE
021600        WHEN ESAL-REDUCED-BY-HISTORY
021700           MOVE 'HISTORY'           TO RPT-BASIS
021800           ADD 1                    TO WS-PRV-REDUCED-COUNT
021900        WHEN ESAL-REDUCED-BY-MODIFIER
022000           MOVE 'ED MOD'            TO RPT-BASIS
022100           ADD 1                    TO WS-PRV-REDUCED-COUNT
022200        WHEN ESAL-EXEMPTED-BY-MODIFIER
022300           MOVE 'EE EXEMPT'         TO RPT-BASIS
022400           ADD 1                    TO WS-PRV-EXEMPTED-COUNT
022500        WHEN OTHER
022600           MOVE ESAL-BASIS          TO RPT-BASIS
022700     END-EVALUATE.
022800     IF ESAL-LINE-HELD  THEN
022900        MOVE 'HELD'                 TO RPT-STATUS
023000        ADD 1                       TO WS-PRV-HELD-COUNT
023100     ELSE
023200        MOVE 'PAID'                 TO RPT-STATUS
023300     END-IF.
023400     ADD ESAL-ESA-DRUG-AMT          TO WS-PRV-DRUG-AMT.
023500     ADD ESAL-REDUCTION-AMT         TO WS-PRV-REDUCTION-AMT.
023600
023700     MOVE ESAL-PROVIDER-NUMBER      TO RPT-PROVIDER.
023800     MOVE ESAL-CLAIM-NUMBER         TO RPT-CLAIM-NUMBER.
023900     MOVE ESAL-MBI                  TO RPT-MBI.
024000     MOVE ESAL-READING-MONTH        TO RPT-READING-MONTH.
024100     MOVE ESAL-HEMOGLOBIN           TO RPT-HEMOGLOBIN.
024200     MOVE ESAL-HEMATOCRIT           TO RPT-HEMATOCRIT.
024300     MOVE ESAL-MONTHS-ABOVE         TO RPT-MONTHS-ABOVE.
024400     MOVE ESAL-ESA-HCPCS-CODE       TO RPT-HCPCS.
024500     MOVE ESAL-ESA-DRUG-AMT         TO RPT-DRUG-AMT.
024600     MOVE ESAL-REDUCTION-AMT        TO RPT-REDUCTION-AMT.
024700     WRITE ESRRPT-RECORD  FROM RPT-DETAIL-LINE.
024800/
024900 2900-READ-NEXT-LEDGER.
025000     READ ESA-LEDGER-IN
025100         AT END MOVE 'Y'            TO WS-LEDGER-EOF-SWITCH
025200         NOT AT END
025300           ADD 1                    TO WS-LEDGER-READ
025400     END-READ.
025500/
025600 3000-PRINT-PROVIDER-TOTALS.
025700     MOVE 'PROVIDER'                TO RPT-T-LABEL.
025800     MOVE WS-CURRENT-PROVIDER       TO RPT-T-LABEL (10:6).
025900     MOVE WS-PRV-CLAIM-COUNT        TO RPT-T-CLAIMS.
026000     MOVE WS-PRV-REDUCED-COUNT      TO RPT-T-REDUCED.
026100     MOVE WS-PRV-EXEMPTED-COUNT     TO RPT-T-EXEMPTED.
026200     MOVE WS-PRV-HELD-COUNT         TO RPT-T-HELD.
026300     MOVE WS-PRV-REDUCTION-AMT      TO RPT-T-REDUCTION-AMT.
026400     WRITE ESRRPT-RECORD  FROM RPT-TOTAL-LINE.
026500     MOVE SPACES                    TO ESRRPT-RECORD.
026600     WRITE ESRRPT-RECORD.
026700
026800     ADD WS-PRV-CLAIM-COUNT         TO WS-RPT-CLAIM-COUNT.
026900     ADD WS-PRV-REDUCED-COUNT       TO WS-RPT-REDUCED-COUNT.
027000     ADD WS-PRV-EXEMPTED-COUNT      TO WS-RPT-EXEMPTED-COUNT.
027100     ADD WS-PRV-HELD-COUNT          TO WS-RPT-HELD-COUNT.
027200     ADD WS-PRV-DRUG-AMT            TO WS-RPT-DRUG-AMT.
027300     ADD WS-PRV-REDUCTION-AMT       TO WS-RPT-REDUCTION-AMT.
027400     MOVE ZEROS                     TO WS-PROVIDER-TOTALS.
027500/
027600 4000-PRINT-TOTALS.
027700     IF WS-CURRENT-PROVIDER NOT = SPACES  THEN
027800        PERFORM 3000-PRINT-PROVIDER-TOTALS
027900     END-IF.
028000
028100     MOVE 'MONTH TOTAL'             TO RPT-T-LABEL.
028200     MOVE WS-RPT-CLAIM-COUNT        TO RPT-T-CLAIMS.
028300     MOVE WS-RPT-REDUCED-COUNT      TO RPT-T-REDUCED.
028400     MOVE WS-RPT-EXEMPTED-COUNT     TO RPT-T-EXEMPTED.
028500     MOVE WS-RPT-HELD-COUNT         TO RPT-T-HELD.
028600     MOVE WS-RPT-REDUCTION-AMT      TO RPT-T-REDUCTION-AMT.
028700     WRITE ESRRPT-RECORD  FROM RPT-TOTAL-LINE.
028800
028900     MOVE 'LEDGER LINES READ'       TO RPT-C-LABEL.
029000     MOVE WS-LEDGER-READ            TO RPT-C-COUNT.
029100     WRITE ESRRPT-RECORD  FROM RPT-COUNT-LINE.
029200     MOVE 'PROVIDERS AFFECTED'      TO RPT-C-LABEL.
029300     MOVE WS-RPT-PROVIDER-COUNT     TO RPT-C-COUNT.
029400     WRITE ESRRPT-RECORD  FROM RPT-COUNT-LINE.
029500/
029600 5000-TERMINATE.
029700     CLOSE ESA-LEDGER-IN
029800           ESA-REPORT.
