000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALSHC.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALSHC - NEW PROGRAM
000700*         - SHADOW RUN COMPARISON.  RUNS BEHIND A SHADOW (NO-POST)
000800*           ESCALRUN AND LINES ITS PRCOUT UP AGAINST THE
000900*           PRODUCTION PRCOUT FOR THE SAME PRCCLM, PAYMENT LINE
001000*           BY PAYMENT LINE WITHIN EACH CLAIM.  EVERY LINE WHOSE
001100*           RETURN CODE OR NET PAYMENT CHANGED IS LISTED, WITH
001200*           LINES PRICED BY ONLY ONE OF THE TWO RUNS, THEN THE
001300*           NET PAYMENT DELTA BY PROVIDER AND THE TOTAL DOLLAR
001400*           IMPACT OF THE PENDING VERSION OR MASTER LOAD.  THE
001500*           PROVIDER COMES FROM PRCCLM ITSELF, SINCE PRCOUT DOES
001600*           NOT CARRY IT.  READS ONLY - NOTHING IS UPDATED.
001700*           RETURN CODE 0 WHEN THE TWO RUNS AGREE, 4 WHEN THEY
001800*           DIFFER, 16 WHEN A TABLE FILLED AND THE COMPARISON IS
001900*           INCOMPLETE.
001930* 10/15/2026 ESCALSHC - THE SEPARATELY-BILLABLE LINE RECORDS ('S')
001960*           ON PRCCLM ARE PASSED OVER WITH THE OTHER CONTROL
001990*           RECORDS.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT DAILY-CLAIM-IN       ASSIGN TO PRCCLM
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT LIVE-PRCOUT-IN       ASSIGN TO PRCOUTL
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT SHADOW-PRCOUT-IN     ASSIGN TO PRCOUTS
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT SHADOW-CTL           ASSIGN TO SHDCTL
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT SHADOW-COMPARE-RPT   ASSIGN TO SHCRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DAILY-CLAIM-IN
004200     LABEL RECORDS ARE STANDARD
004300     RECORDING MODE IS F.
004400******************************************************************
004500*    ONLY THE RECORD-TYPE BYTE OF THE HEADER, TRAILER AND        *
004600*    CLAIM-HEADER RECORDS MATTERS HERE - THE DETAIL RECORD       *
004700*    SUPPLIES EACH CLAIM'S PROVIDER.                             *
004800******************************************************************
004900 01  PRCCLM-CONTROL-RECORD.
005000     05  PRCCLM-RECORD-TYPE         PIC X(01).
005100         88  PRCCLM-IS-CONTROL-RECORD           VALUE 'H' 'T' 'C'
005150                                                      'S'.
005200     05  FILLER                     PIC X(578).
005300 COPY CLAIMXCPY.
005400/
005500 FD  LIVE-PRCOUT-IN
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 01  LIVE-PRCOUT-RECORD             PIC X(130).
005900/
006000 FD  SHADOW-PRCOUT-IN
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  SHADOW-PRCOUT-RECORD           PIC X(130).
006400/
006500 FD  SHADOW-CTL
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 COPY SHDCCPY.
006900/
007000 FD  SHADOW-COMPARE-RPT
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300 01  SHCRPT-RECORD                  PIC X(132).
007400/
007500 WORKING-STORAGE SECTION.
007600 01  W-STORAGE-REF                  PIC X(46) VALUE
007700     'ESCALSHC      - W O R K I N G   S T O R A G E'.
007800
007900 01  WS-CLAIM-EOF-SWITCH            PIC X(01) VALUE 'N'.
008000     88  CLAIM-END-OF-FILE                     VALUE 'Y'.
008100 01  WS-LIVE-EOF-SWITCH             PIC X(01) VALUE 'N'.
008200     88  LIVE-END-OF-FILE                      VALUE 'Y'.
008300 01  WS-SHADOW-EOF-SWITCH           PIC X(01) VALUE 'N'.
008400     88  SHADOW-END-OF-FILE                    VALUE 'Y'.
008500 01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
008600     88  COMPARISON-INCOMPLETE                 VALUE 'Y'.
008700
008800 01  WS-TODAY                       PIC 9(08).
008900 01  WS-SHADOW-LABEL                PIC X(20) VALUE SPACES.
009000
009100******************************************************************
009200*  ONE PRCOUT RECORD, IN THE TWO SHAPES THAT CARRY A PAYMENT -   *
009300*  ESCALRUN'S PRICED DETAIL LINE AND ITS ANCILLARY LINE.  THE    *
009400*  CLAIM-TOTAL, REVERSAL AND ADJUSTMENT-NET LINES ARE SKIPPED:   *
009500*  THE TOTAL REPEATS THE DETAIL, AND A REVERSAL GIVES BACK THE   *
009600*  PRIOR PAYMENT OFF THE AUDIT STORE, WHICH NEITHER RUN CHANGES. *
009700******************************************************************
009800 01  WS-PRCOUT-LINE.
009900     05  WS-PL-CLAIM-NUMBER         PIC X(13).
010000     05  FILLER                     PIC X(02).
010100     05  WS-PL-RTC                  PIC X(02).
010200     05  FILLER                     PIC X(02).
010300     05  WS-PL-FINAL-PAY-AMT        PIC ZZZ,ZZZ,ZZ9.99.
010400     05  FILLER                     PIC X(02).
010500     05  WS-PL-TRACKERS             PIC X(09).
010600     05  FILLER                     PIC X(02).
010700     05  WS-PL-SEQUESTRATION-AMT    PIC ZZ,ZZZ,ZZ9.99.
010800     05  FILLER                     PIC X(02).
010900     05  WS-PL-NETWORK-FEE-AMT      PIC ZZZ,ZZ9.99.
011000     05  FILLER                     PIC X(02).
011100     05  WS-PL-NET-PAY-AMT          PIC ZZZ,ZZZ,ZZ9.99.
011200     05  FILLER                     PIC X(43).
011300 01  WS-PRCOUT-ANCILLARY-LINE  REDEFINES  WS-PRCOUT-LINE.
011400     05  WS-PA-CLAIM-NUMBER         PIC X(13).
011500     05  FILLER                     PIC X(02).
011600     05  WS-PA-LINE-TAG             PIC X(09).
011700         88  WS-PA-IS-ANCILLARY                 VALUE 'ANCILLARY'.
011800     05  FILLER                     PIC X(02).
011900     05  WS-PA-REV-CODE             PIC X(04).
012000     05  FILLER                     PIC X(02).
012100     05  WS-PA-HCPCS-CODE           PIC X(05).
012200     05  FILLER                     PIC X(02).
012300     05  WS-PA-FEE-AMT              PIC ZZ,ZZ9.99.
012400     05  FILLER                     PIC X(02).
012500     05  WS-PA-FINAL-PAY-AMT        PIC ZZZ,ZZ9.99.
012600     05  FILLER                     PIC X(02).
012700     05  WS-PA-NET-PAY-AMT          PIC ZZZ,ZZ9.99.
012800     05  FILLER                     PIC X(58).
012900
013000******************************************************************
013100*  THE PAYMENT LINE JUST READ, KEYED BY CLAIM AND ITS POSITION   *
013200*  AMONG THAT CLAIM'S PAYMENT LINES - BOTH RUNS READ THE SAME    *
013300*  PRCCLM, SO THE NTH LINE OF A CLAIM IS THE SAME LINE IN BOTH.  *
013400******************************************************************
013500 01  WS-LINE-READY-SWITCH           PIC X(01).
013600     88  PAYMENT-LINE-READY                    VALUE 'Y'.
013700 01  WS-LINE-CLAIM                  PIC X(13).
013800 01  WS-LINE-SEQ                    PIC 9(03).
013900 01  WS-LINE-KIND                   PIC X(01).
014000     88  LINE-IS-ANCILLARY                     VALUE 'A'.
014100 01  WS-LINE-RTC                    PIC X(02).
014200 01  WS-LINE-NET-AMT                PIC 9(09)V9(02).
014300 01  WS-PREV-CLAIM                  PIC X(13).
014400 01  WS-PREV-SEQ                    PIC 9(03).
014500
014600******************************************************************
014700*  EVERY CLAIM ON PRCCLM AND ITS PROVIDER.                       *
014800******************************************************************
014900 01  WS-CLM-COUNT                   PIC 9(06) VALUE ZERO.
015000 01  WS-CLM-CURSOR                  PIC 9(06) VALUE ZERO.
015100 01  WS-CLM-HIT                     PIC 9(06) VALUE ZERO.
015200 01  WS-CLM-PROBES                  PIC 9(06) VALUE ZERO.
015300 01  WS-CLM-LAST-TABLED             PIC X(13) VALUE SPACES.
015400 01  WS-CLM-TABLE.
015500     05  WS-CLM-ENTRY  OCCURS 100000 TIMES.
015600         10  WS-CLM-CLAIM           PIC X(13).
015700         10  WS-CLM-PROVIDER        PIC X(06).
015800
015900******************************************************************
016000*  EVERY SHADOW PAYMENT LINE, MARKED OFF AS THE LIVE FILE        *
016100*  MATCHES IT.  THE SEARCH STARTS JUST PAST THE LAST MATCH, SO   *
016200*  TWO FILES WRITTEN IN THE SAME ORDER MATCH ON THE FIRST PROBE. *
016300******************************************************************
016400 01  WS-SHD-COUNT                   PIC 9(06) VALUE ZERO.
016500 01  WS-SHD-CURSOR                  PIC 9(06) VALUE ZERO.
016600 01  WS-SHD-HIT                     PIC 9(06) VALUE ZERO.
016700 01  WS-SHD-PROBES                  PIC 9(06) VALUE ZERO.
016800 01  WS-SHD-SUB                     PIC 9(06) VALUE ZERO.
016900 01  WS-SHD-TABLE.
017000     05  WS-SHD-ENTRY  OCCURS 200000 TIMES.
017100         10  WS-SHD-CLAIM           PIC X(13).
017200         10  WS-SHD-SEQ             PIC 9(03).
017300         10  WS-SHD-KIND            PIC X(01).
017400         10  WS-SHD-RTC             PIC X(02).
017500         10  WS-SHD-NET-AMT         PIC 9(09)V9(02).
017600         10  WS-SHD-MATCHED         PIC X(01).
017700
017800******************************************************************
017900*  NET PAYMENT BY PROVIDER, LIVE AGAINST SHADOW.                 *
018000******************************************************************
018100 01  WS-PRV-COUNT                   PIC 9(05) VALUE ZERO.
018200 01  WS-PRV-HIT                     PIC 9(05) VALUE ZERO.
018300 01  WS-PRV-SUB                     PIC 9(05) VALUE ZERO.
018400 01  WS-PRV-TABLE.
018500     05  WS-PRV-ENTRY  OCCURS 10000 TIMES.
018600         10  WS-PRV-PROVIDER        PIC X(06).
018700         10  WS-PRV-LINES           PIC 9(07).
018800         10  WS-PRV-CHANGED         PIC 9(07).
018900         10  WS-PRV-LIVE-AMT        PIC 9(11)V9(02).
019000         10  WS-PRV-SHADOW-AMT      PIC 9(11)V9(02).
019100
019200 01  WS-THIS-PROVIDER               PIC X(06).
019300 01  WS-LIVE-RTC                    PIC X(02).
019400 01  WS-SHADOW-RTC                  PIC X(02).
019500 01  WS-LIVE-AMT                    PIC 9(09)V9(02).
019600 01  WS-SHADOW-AMT                  PIC 9(09)V9(02).
019700 01  WS-DELTA-AMT                   PIC S9(11)V9(02).
019800 01  WS-RESULT-TEXT                 PIC X(20).
019900
020000 01  WS-LIVE-LINE-COUNT             PIC 9(07) VALUE ZERO.
020100 01  WS-SHADOW-LINE-COUNT           PIC 9(07) VALUE ZERO.
020200 01  WS-MATCHED-COUNT               PIC 9(07) VALUE ZERO.
020300 01  WS-UNCHANGED-COUNT             PIC 9(07) VALUE ZERO.
020400 01  WS-RTC-CHANGED-COUNT           PIC 9(07) VALUE ZERO.
020500 01  WS-PAY-CHANGED-COUNT           PIC 9(07) VALUE ZERO.
020600 01  WS-LIVE-ONLY-COUNT             PIC 9(07) VALUE ZERO.
020700 01  WS-SHADOW-ONLY-COUNT           PIC 9(07) VALUE ZERO.
020800 01  WS-PRV-CHANGED-COUNT           PIC 9(05) VALUE ZERO.
020900 01  WS-LIVE-TOTAL-AMT              PIC 9(11)V9(02) VALUE ZERO.
021000 01  WS-SHADOW-TOTAL-AMT            PIC 9(11)V9(02) VALUE ZERO.
021100 01  WS-IMPACT-AMT                  PIC S9(11)V9(02) VALUE ZERO.
021200
021300 01  RPT-HEADING-1.
021400     05  FILLER                     PIC X(05) VALUE SPACES.
021500     05  FILLER                     PIC X(48) VALUE
021600         'SHADOW RUN COMPARISON - SHADOW AGAINST LIVE'.
021700     05  FILLER                     PIC X(10) VALUE 'RUN DATE '.
021800     05  RPT-HDG-RUN-DATE           PIC 9(08).
021900
022000 01  RPT-HEADING-2.
022100     05  FILLER                     PIC X(05) VALUE SPACES.
022200     05  FILLER                     PIC X(16) VALUE
022300         'SHADOW OF     - '.
022400     05  RPT-HDG-LABEL              PIC X(20).
022500
022600 01  RPT-HEADING-3.
022700     05  FILLER                     PIC X(05) VALUE SPACES.
022800     05  FILLER                     PIC X(08) VALUE 'PROV'.
022900     05  FILLER                     PIC X(15) VALUE 'CLAIM'.
023000     05  FILLER                     PIC X(05) VALUE 'LINE'.
023100     05  FILLER                     PIC X(07) VALUE 'LIVE'.
023200     05  FILLER                     PIC X(07) VALUE 'SHADOW'.
023300     05  FILLER                     PIC X(16) VALUE 'LIVE NET'.
023400     05  FILLER                     PIC X(16) VALUE 'SHADOW NET'.
023500     05  FILLER                     PIC X(17) VALUE 'DELTA'.
023600     05  FILLER                     PIC X(20) VALUE 'RESULT'.
023700
023800 01  RPT-DETAIL-LINE.
023900     05  FILLER                     PIC X(05) VALUE SPACES.
024000     05  RPT-PROVIDER               PIC X(06).
024100     05  FILLER                     PIC X(02) VALUE SPACES.
024200     05  RPT-CLAIM-NUMBER           PIC X(13).
024300     05  FILLER                     PIC X(02) VALUE SPACES.
024400     05  RPT-LINE-SEQ               PIC ZZ9.
024500     05  FILLER                     PIC X(02) VALUE SPACES.
024600     05  RPT-LIVE-RTC               PIC X(02).
024700     05  FILLER                     PIC X(05) VALUE SPACES.
024800     05  RPT-SHADOW-RTC             PIC X(02).
024900     05  FILLER                     PIC X(05) VALUE SPACES.
025000     05  RPT-LIVE-AMT               PIC ZZZ,ZZZ,ZZ9.99.
025100     05  FILLER                     PIC X(02) VALUE SPACES.
025200     05  RPT-SHADOW-AMT             PIC ZZZ,ZZZ,ZZ9.99.
025300     05  FILLER                     PIC X(02) VALUE SPACES.
025400     05  RPT-DELTA-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
025500     05  FILLER                     PIC X(02) VALUE SPACES.
025600     05  RPT-RESULT-TEXT            PIC X(20).
025700
025800 01  RPT-PROVIDER-HEADING.
025900     05  FILLER                     PIC X(05) VALUE SPACES.
026000     05  FILLER                     PIC X(08) VALUE 'PROV'.
026100     05  FILLER                     PIC X(10) VALUE 'LINES'.
026200     05  FILLER                     PIC X(10) VALUE 'CHANGED'.
026300     05  FILLER                     PIC X(19) VALUE 'LIVE NET'.
026400     05  FILLER                     PIC X(19) VALUE 'SHADOW NET'.
026500     05  FILLER                     PIC X(17) VALUE 'DELTA'.
026600
026700 01  RPT-PROVIDER-LINE.
026800     05  FILLER                     PIC X(05) VALUE SPACES.
026900     05  RPT-PRV-PROVIDER           PIC X(06).
027000     05  FILLER                     PIC X(02) VALUE SPACES.
027100     05  RPT-PRV-LINES              PIC ZZZ,ZZ9.
027200     05  FILLER                     PIC X(03) VALUE SPACES.
027300     05  RPT-PRV-CHANGED            PIC ZZZ,ZZ9.
027400     05  FILLER                     PIC X(03) VALUE SPACES.
027500     05  RPT-PRV-LIVE-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027600     05  FILLER                     PIC X(02) VALUE SPACES.
027700     05  RPT-PRV-SHADOW-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027800     05  FILLER                     PIC X(02) VALUE SPACES.
027900     05  RPT-PRV-DELTA-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028000
028100 01  RPT-SECTION-LINE.
028200     05  FILLER                     PIC X(05) VALUE SPACES.
028300     05  RPT-SECTION-TEXT           PIC X(60).
028400
028500 01  RPT-TOTAL-LINE.
028600     05  FILLER                     PIC X(05) VALUE SPACES.
028700     05  RPT-TOTAL-TEXT             PIC X(32).
028800     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
028900
029000 01  RPT-AMOUNT-LINE.
029100     05  FILLER                     PIC X(05) VALUE SPACES.
029200     05  RPT-AMOUNT-TEXT            PIC X(32).
029300     05  RPT-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
029400/
029500 PROCEDURE DIVISION.
029600
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE.
029900     PERFORM 1100-LOAD-CLAIM-PROVIDERS.
030000     PERFORM 1200-LOAD-SHADOW-LINES.
030100     PERFORM 2000-COMPARE-LIVE-LINES.
030200     PERFORM 3000-REPORT-SHADOW-ONLY.
030300     PERFORM 4000-REPORT-PROVIDERS.
030400     PERFORM 5000-PRINT-TOTALS.
030500     PERFORM 9000-TERMINATE.
030600     GOBACK.
030700/
030800 1000-INITIALIZE.
030900     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
031000
031100     OPEN INPUT SHADOW-CTL.
031200     READ SHADOW-CTL
031300         AT END MOVE SPACES         TO SHADOW-CONTROL-RECORD
031400     END-READ.
031500     CLOSE SHADOW-CTL.
031600     MOVE SHDC-PENDING-LABEL        TO WS-SHADOW-LABEL.
031700
031800     OPEN INPUT  DAILY-CLAIM-IN.
031900     OPEN INPUT  LIVE-PRCOUT-IN.
032000     OPEN INPUT  SHADOW-PRCOUT-IN.
032100     OPEN OUTPUT SHADOW-COMPARE-RPT.
032200
032300     MOVE WS-TODAY                  TO RPT-HDG-RUN-DATE.
032400     MOVE WS-SHADOW-LABEL           TO RPT-HDG-LABEL.
032500     WRITE SHCRPT-RECORD         FROM RPT-HEADING-1.
032600     WRITE SHCRPT-RECORD         FROM RPT-HEADING-2.
032700     MOVE SPACES                    TO SHCRPT-RECORD.
032800     WRITE SHCRPT-RECORD.
032900     MOVE 'LINES THAT CHANGED'      TO RPT-SECTION-TEXT.
033000     WRITE SHCRPT-RECORD         FROM RPT-SECTION-LINE.
033100     WRITE SHCRPT-RECORD         FROM RPT-HEADING-3.
033200/
033300******************************************************************
033400*  PRCCLM ARRIVES IN PROVIDER SEQUENCE WITH EACH CLAIM'S LINES   *
033500*  TOGETHER, SO ONE ENTRY IS TABLED PER CLAIM AS IT STARTS.      *
033600******************************************************************
033700 1100-LOAD-CLAIM-PROVIDERS.
033800     PERFORM 1110-READ-ONE-CLAIM-RECORD
033900        UNTIL CLAIM-END-OF-FILE.
034000     CLOSE DAILY-CLAIM-IN.
034100/
034200 1110-READ-ONE-CLAIM-RECORD.
034300     READ DAILY-CLAIM-IN
034400         AT END MOVE 'Y'            TO WS-CLAIM-EOF-SWITCH
034500     END-READ.
034600     IF NOT CLAIM-END-OF-FILE  AND
034700        NOT PRCCLM-IS-CONTROL-RECORD  AND
034800        CX-CLAIM-NUMBER NOT = WS-CLM-LAST-TABLED  THEN
034900        MOVE CX-CLAIM-NUMBER        TO WS-CLM-LAST-TABLED
035000        IF WS-CLM-COUNT < 100000  THEN
035100           ADD 1                    TO WS-CLM-COUNT
035200           MOVE CX-CLAIM-NUMBER     TO WS-CLM-CLAIM (WS-CLM-COUNT)
035300           MOVE CX-PROVIDER-NUMBER  TO
035400              WS-CLM-PROVIDER (WS-CLM-COUNT)
035500        ELSE
035600           IF NOT COMPARISON-INCOMPLETE  THEN
035700              DISPLAY 'ESCALSHC - PRCCLM HOLDS MORE THAN 100000 '
035800                 'CLAIMS - LATER PROVIDERS REPORT AS UNKNOWN'
035900           END-IF
036000           MOVE 'Y'                 TO WS-TABLE-FULL-SWITCH
036100        END-IF
036200     END-IF.
036300/
036400******************************************************************
036500*  THE SHADOW RUN'S PAYMENT LINES, TABLED IN FILE ORDER.         *
036600******************************************************************
036700 1200-LOAD-SHADOW-LINES.
036800     MOVE SPACES                    TO WS-PREV-CLAIM.
036900     MOVE ZERO                      TO WS-PREV-SEQ.
037000     PERFORM 1210-TABLE-ONE-SHADOW-LINE
037100        UNTIL SHADOW-END-OF-FILE.
037200     CLOSE SHADOW-PRCOUT-IN.
037300/
037400 1210-TABLE-ONE-SHADOW-LINE.
037500     READ SHADOW-PRCOUT-IN
037600         AT END MOVE 'Y'            TO WS-SHADOW-EOF-SWITCH
037700     END-READ.
037800     IF NOT SHADOW-END-OF-FILE  THEN
037900        MOVE SHADOW-PRCOUT-RECORD   TO WS-PRCOUT-LINE
038000        PERFORM 1300-TAKE-PAYMENT-LINE
038100        IF PAYMENT-LINE-READY  THEN
038200           ADD 1                    TO WS-SHADOW-LINE-COUNT
038300           IF WS-SHD-COUNT < 200000  THEN
038400              ADD 1                 TO WS-SHD-COUNT
038500              MOVE WS-LINE-CLAIM    TO WS-SHD-CLAIM (WS-SHD-COUNT)
038600              MOVE WS-LINE-SEQ      TO WS-SHD-SEQ (WS-SHD-COUNT)
038700              MOVE WS-LINE-KIND     TO WS-SHD-KIND (WS-SHD-COUNT)
038800              MOVE WS-LINE-RTC      TO WS-SHD-RTC (WS-SHD-COUNT)
038900              MOVE WS-LINE-NET-AMT  TO
039000                 WS-SHD-NET-AMT (WS-SHD-COUNT)
039100              MOVE 'N'              TO
039200                 WS-SHD-MATCHED (WS-SHD-COUNT)
039300           ELSE
039400              IF NOT COMPARISON-INCOMPLETE  THEN
039500                 DISPLAY 'ESCALSHC - SHADOW PRCOUT HOLDS MORE '
039600                    'THAN 200000 PAYMENT LINES - COMPARISON '
039700                    'INCOMPLETE'
039800              END-IF
039900              MOVE 'Y'              TO WS-TABLE-FULL-SWITCH
040000           END-IF
040100        END-IF
040200     END-IF.
040300/
040400******************************************************************
040500*  DECIDE WHETHER THE PRCOUT RECORD IN WS-PRCOUT-LINE CARRIES A  *
040600*  PAYMENT AND, IF IT DOES, PULL OUT ITS KEY, RETURN CODE AND    *
040700*  NET PAYMENT.  A DETAIL LINE HAS A NUMERIC RETURN CODE WHERE   *
040800*  THE OTHER SHAPES CARRY THEIR TAG; AN ANCILLARY LINE HAS NO    *
040900*  RETURN CODE OF ITS OWN AND COMPARES ON PAYMENT ALONE.         *
041000******************************************************************
041100 1300-TAKE-PAYMENT-LINE.
041200     MOVE 'Y'                       TO WS-LINE-READY-SWITCH.
041300     IF WS-PL-RTC NUMERIC  THEN
041400        MOVE 'D'                    TO WS-LINE-KIND
041500        MOVE WS-PL-RTC              TO WS-LINE-RTC
041600        MOVE WS-PL-NET-PAY-AMT      TO WS-LINE-NET-AMT
041700     ELSE
041800        IF WS-PA-IS-ANCILLARY  THEN
041900           MOVE 'A'                 TO WS-LINE-KIND
042000           MOVE SPACES              TO WS-LINE-RTC
042100           MOVE WS-PA-NET-PAY-AMT   TO WS-LINE-NET-AMT
042200        ELSE
042300           MOVE 'N'                 TO WS-LINE-READY-SWITCH
042400        END-IF
042500     END-IF.
042600
042700     IF PAYMENT-LINE-READY  THEN
042800        MOVE WS-PL-CLAIM-NUMBER     TO WS-LINE-CLAIM
042900        IF WS-LINE-CLAIM = WS-PREV-CLAIM  THEN
043000           ADD 1                    TO WS-PREV-SEQ
043100        ELSE
043200           MOVE WS-LINE-CLAIM       TO WS-PREV-CLAIM
043300           MOVE 1                   TO WS-PREV-SEQ
043400        END-IF
043500        MOVE WS-PREV-SEQ            TO WS-LINE-SEQ
043600     END-IF.
043700/
043800******************************************************************
043900*  EACH LIVE PAYMENT LINE AGAINST ITS SHADOW COUNTERPART.        *
044000******************************************************************
044100 2000-COMPARE-LIVE-LINES.
044200     MOVE SPACES                    TO WS-PREV-CLAIM.
044300     MOVE ZERO                      TO WS-PREV-SEQ.
044400     PERFORM 2100-COMPARE-ONE-LIVE-LINE
044500        UNTIL LIVE-END-OF-FILE.
044600     CLOSE LIVE-PRCOUT-IN.
044700/
044800 2100-COMPARE-ONE-LIVE-LINE.
044900     READ LIVE-PRCOUT-IN
045000         AT END MOVE 'Y'            TO WS-LIVE-EOF-SWITCH
045100     END-READ.
045200     IF NOT LIVE-END-OF-FILE  THEN
045300        MOVE LIVE-PRCOUT-RECORD     TO WS-PRCOUT-LINE
045400        PERFORM 1300-TAKE-PAYMENT-LINE
045500        IF PAYMENT-LINE-READY  THEN
045600           ADD 1                    TO WS-LIVE-LINE-COUNT
045700           PERFORM 2200-FIND-SHADOW-LINE
045800           PERFORM 2300-FIND-CLAIM-PROVIDER
045900           MOVE WS-LINE-RTC         TO WS-LIVE-RTC
046000           MOVE WS-LINE-NET-AMT     TO WS-LIVE-AMT
046100           IF WS-SHD-HIT > ZERO  THEN
046200              MOVE 'Y'              TO WS-SHD-MATCHED (WS-SHD-HIT)
046300              MOVE WS-SHD-RTC (WS-SHD-HIT) TO WS-SHADOW-RTC
046400              MOVE WS-SHD-NET-AMT (WS-SHD-HIT) TO WS-SHADOW-AMT
046500              PERFORM 2400-JUDGE-MATCHED-LINE
046600           ELSE
046700              ADD 1                 TO WS-LIVE-ONLY-COUNT
046800              MOVE SPACES           TO WS-SHADOW-RTC
046900              MOVE ZERO             TO WS-SHADOW-AMT
047000              MOVE 'LIVE ONLY'      TO WS-RESULT-TEXT
047100              PERFORM 2500-POST-PROVIDER
047200              PERFORM 2600-PRINT-DETAIL-LINE
047300           END-IF
047400        END-IF
047500     END-IF.
047600/
047700 2200-FIND-SHADOW-LINE.
047800     MOVE ZERO                      TO WS-SHD-HIT.
047900     PERFORM 2210-PROBE-SHADOW-LINE
048000        VARYING WS-SHD-PROBES FROM 1 BY 1
048100        UNTIL WS-SHD-PROBES > WS-SHD-COUNT
048200           OR WS-SHD-HIT > ZERO.
048300/
048400 2210-PROBE-SHADOW-LINE.
048500     ADD 1                          TO WS-SHD-CURSOR.
048600     IF WS-SHD-CURSOR > WS-SHD-COUNT  THEN
048700        MOVE 1                      TO WS-SHD-CURSOR
048800     END-IF.
048900     IF WS-SHD-CLAIM (WS-SHD-CURSOR) = WS-LINE-CLAIM  AND
049000        WS-SHD-SEQ (WS-SHD-CURSOR) = WS-LINE-SEQ  AND
049100        WS-SHD-KIND (WS-SHD-CURSOR) = WS-LINE-KIND  AND
049200        WS-SHD-MATCHED (WS-SHD-CURSOR) = 'N'  THEN
049300        MOVE WS-SHD-CURSOR          TO WS-SHD-HIT
049400     END-IF.
049500/
049600 2300-FIND-CLAIM-PROVIDER.
049700     MOVE ZERO                      TO WS-CLM-HIT.
049800     PERFORM 2310-PROBE-CLAIM
049900        VARYING WS-CLM-PROBES FROM 1 BY 1
050000        UNTIL WS-CLM-PROBES > WS-CLM-COUNT
050100           OR WS-CLM-HIT > ZERO.
050200     IF WS-CLM-HIT > ZERO  THEN
050300        MOVE WS-CLM-PROVIDER (WS-CLM-HIT) TO WS-THIS-PROVIDER
050400     ELSE
050500        MOVE '??????'               TO WS-THIS-PROVIDER
050600     END-IF.
050700/
050800 2310-PROBE-CLAIM.
050900     IF WS-CLM-CURSOR = ZERO  OR
051000        WS-CLM-CURSOR > WS-CLM-COUNT  THEN
051100        MOVE 1                      TO WS-CLM-CURSOR
051200     END-IF.
051300     IF WS-CLM-CLAIM (WS-CLM-CURSOR) = WS-LINE-CLAIM  THEN
051400        MOVE WS-CLM-CURSOR          TO WS-CLM-HIT
051500     ELSE
051600        ADD 1                       TO WS-CLM-CURSOR
051700     END-IF.
051800/
051900******************************************************************
052000*  A MATCHED PAIR IS UNCHANGED, OR CHANGED IN ITS RETURN CODE,   *
052100*  ITS NET PAYMENT, OR BOTH.                                     *
052200******************************************************************
052300 2400-JUDGE-MATCHED-LINE.
052400     ADD 1                          TO WS-MATCHED-COUNT.
052500     MOVE SPACES                    TO WS-RESULT-TEXT.
052600     IF WS-LIVE-RTC NOT = WS-SHADOW-RTC  THEN
052700        ADD 1                       TO WS-RTC-CHANGED-COUNT
052800        IF WS-LIVE-AMT NOT = WS-SHADOW-AMT  THEN
052900           ADD 1                    TO WS-PAY-CHANGED-COUNT
053000           MOVE 'RTC AND PAYMENT'   TO WS-RESULT-TEXT
053100        ELSE
053200           MOVE 'RTC CHANGED'       TO WS-RESULT-TEXT
053300        END-IF
053400     ELSE
053500        IF WS-LIVE-AMT NOT = WS-SHADOW-AMT  THEN
053600           ADD 1                    TO WS-PAY-CHANGED-COUNT
053700           MOVE 'PAYMENT CHANGED'   TO WS-RESULT-TEXT
053800        ELSE
053900           ADD 1                    TO WS-UNCHANGED-COUNT
054000        END-IF
054100     END-IF.
054200
054300     PERFORM 2500-POST-PROVIDER.
054400     IF WS-RESULT-TEXT NOT = SPACES  THEN
054500        PERFORM 2600-PRINT-DETAIL-LINE
054600     END-IF.
054700/
054800******************************************************************
054900*  ROLL ONE LINE'S TWO PAYMENTS INTO ITS PROVIDER AND THE RUN.   *
055000*  THE LAST PROVIDER TOUCHED IS TRIED FIRST - BOTH FILES RUN IN  *
055100*  PROVIDER SEQUENCE.                                            *
055200******************************************************************
055300 2500-POST-PROVIDER.
055400     ADD WS-LIVE-AMT                TO WS-LIVE-TOTAL-AMT.
055500     ADD WS-SHADOW-AMT              TO WS-SHADOW-TOTAL-AMT.
055600
055700     IF WS-PRV-HIT > ZERO  THEN
055800        IF WS-PRV-PROVIDER (WS-PRV-HIT) NOT =
055900           WS-THIS-PROVIDER  THEN
056000           MOVE ZERO                TO WS-PRV-HIT
056100        END-IF
056200     END-IF.
056300     IF WS-PRV-HIT = ZERO  THEN
056400        PERFORM 2510-PROBE-PROVIDER
056500           VARYING WS-PRV-SUB FROM 1 BY 1
056600           UNTIL WS-PRV-SUB > WS-PRV-COUNT
056700              OR WS-PRV-HIT > ZERO
056800     END-IF.
056900     IF WS-PRV-HIT = ZERO  THEN
057000        IF WS-PRV-COUNT < 10000  THEN
057100           ADD 1                    TO WS-PRV-COUNT
057200           MOVE WS-PRV-COUNT        TO WS-PRV-HIT
057300           MOVE WS-THIS-PROVIDER    TO
057400              WS-PRV-PROVIDER (WS-PRV-HIT)
057500           MOVE ZERO                TO
057600              WS-PRV-LINES (WS-PRV-HIT)
057700              WS-PRV-CHANGED (WS-PRV-HIT)
057800              WS-PRV-LIVE-AMT (WS-PRV-HIT)
057900              WS-PRV-SHADOW-AMT (WS-PRV-HIT)
058000        ELSE
058100           IF NOT COMPARISON-INCOMPLETE  THEN
058200              DISPLAY 'ESCALSHC - MORE THAN 10000 PROVIDERS - '
058300                 'PROVIDER SUMMARY INCOMPLETE'
058400           END-IF
058500           MOVE 'Y'                 TO WS-TABLE-FULL-SWITCH
058600        END-IF
058700     END-IF.
058800
058900     IF WS-PRV-HIT > ZERO  THEN
059000        ADD 1                       TO WS-PRV-LINES (WS-PRV-HIT)
059100        IF WS-RESULT-TEXT NOT = SPACES  THEN
059200           ADD 1                    TO WS-PRV-CHANGED (WS-PRV-HIT)
059300        END-IF
059400        ADD WS-LIVE-AMT             TO
059500           WS-PRV-LIVE-AMT (WS-PRV-HIT)
059600        ADD WS-SHADOW-AMT           TO
059700           WS-PRV-SHADOW-AMT (WS-PRV-HIT)
059800     END-IF.
059900/
060000 2510-PROBE-PROVIDER.
060100     IF WS-PRV-PROVIDER (WS-PRV-SUB) = WS-THIS-PROVIDER  THEN
060200        MOVE WS-PRV-SUB             TO WS-PRV-HIT
060300     END-IF.
060400/
060500 2600-PRINT-DETAIL-LINE.
060600     MOVE WS-THIS-PROVIDER          TO RPT-PROVIDER.
060700     MOVE WS-LINE-CLAIM             TO RPT-CLAIM-NUMBER.
060800     MOVE WS-LINE-SEQ               TO RPT-LINE-SEQ.
060900     MOVE WS-LIVE-RTC               TO RPT-LIVE-RTC.
061000     MOVE WS-SHADOW-RTC             TO RPT-SHADOW-RTC.
061100     MOVE WS-LIVE-AMT               TO RPT-LIVE-AMT.
061200     MOVE WS-SHADOW-AMT             TO RPT-SHADOW-AMT.
061300     COMPUTE WS-DELTA-AMT = WS-SHADOW-AMT - WS-LIVE-AMT.
061400     MOVE WS-DELTA-AMT              TO RPT-DELTA-AMT.
061500     MOVE WS-RESULT-TEXT            TO RPT-RESULT-TEXT.
061600     WRITE SHCRPT-RECORD         FROM RPT-DETAIL-LINE.
061700/
061800******************************************************************
061900*  SHADOW LINES NO LIVE LINE MATCHED - PRICED ONLY BY THE SHADOW *
062000*  RUN, OR AT A DIFFERENT POSITION IN THE CLAIM.                 *
062100******************************************************************
062200 3000-REPORT-SHADOW-ONLY.
062300     PERFORM 3100-REPORT-ONE-SHADOW-LINE
062400        VARYING WS-SHD-SUB FROM 1 BY 1
062500        UNTIL WS-SHD-SUB > WS-SHD-COUNT.
062600/
062700 3100-REPORT-ONE-SHADOW-LINE.
062800     IF WS-SHD-MATCHED (WS-SHD-SUB) = 'N'  THEN
062900        ADD 1                       TO WS-SHADOW-ONLY-COUNT
063000        MOVE WS-SHD-CLAIM (WS-SHD-SUB) TO WS-LINE-CLAIM
063100        MOVE WS-SHD-SEQ (WS-SHD-SUB) TO WS-LINE-SEQ
063200        PERFORM 2300-FIND-CLAIM-PROVIDER
063300        MOVE SPACES                 TO WS-LIVE-RTC
063400        MOVE ZERO                   TO WS-LIVE-AMT
063500        MOVE WS-SHD-RTC (WS-SHD-SUB) TO WS-SHADOW-RTC
063600        MOVE WS-SHD-NET-AMT (WS-SHD-SUB) TO WS-SHADOW-AMT
063700        MOVE 'SHADOW ONLY'          TO WS-RESULT-TEXT
063800        PERFORM 2500-POST-PROVIDER
063900        PERFORM 2600-PRINT-DETAIL-LINE
064000     END-IF.
064100/
064200******************************************************************
064300*  THE PROVIDERS WHOSE LINES CHANGED, WITH THEIR NET PAYMENT     *
064400*  UNDER EACH RUN AND THE DIFFERENCE.                            *
064500******************************************************************
064600 4000-REPORT-PROVIDERS.
064700     MOVE SPACES                    TO SHCRPT-RECORD.
064800     WRITE SHCRPT-RECORD.
064900     MOVE 'NET PAYMENT BY PROVIDER - PROVIDERS WITH A CHANGE' TO
065000                                    RPT-SECTION-TEXT.
065100     WRITE SHCRPT-RECORD         FROM RPT-SECTION-LINE.
065200     WRITE SHCRPT-RECORD         FROM RPT-PROVIDER-HEADING.
065300     PERFORM 4100-REPORT-ONE-PROVIDER
065400        VARYING WS-PRV-SUB FROM 1 BY 1
065500        UNTIL WS-PRV-SUB > WS-PRV-COUNT.
065600/
065700 4100-REPORT-ONE-PROVIDER.
065800     IF WS-PRV-CHANGED (WS-PRV-SUB) > ZERO  THEN
065900        ADD 1                       TO WS-PRV-CHANGED-COUNT
066000        MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO RPT-PRV-PROVIDER
066100        MOVE WS-PRV-LINES (WS-PRV-SUB) TO RPT-PRV-LINES
066200        MOVE WS-PRV-CHANGED (WS-PRV-SUB) TO RPT-PRV-CHANGED
066300        MOVE WS-PRV-LIVE-AMT (WS-PRV-SUB) TO RPT-PRV-LIVE-AMT
066400        MOVE WS-PRV-SHADOW-AMT (WS-PRV-SUB) TO RPT-PRV-SHADOW-AMT
066500        COMPUTE WS-DELTA-AMT =
066600           WS-PRV-SHADOW-AMT (WS-PRV-SUB) -
066700           WS-PRV-LIVE-AMT (WS-PRV-SUB)
066800        MOVE WS-DELTA-AMT           TO RPT-PRV-DELTA-AMT
066900        WRITE SHCRPT-RECORD      FROM RPT-PROVIDER-LINE
067000     END-IF.
067100/
067200 5000-PRINT-TOTALS.
067300     MOVE SPACES                    TO SHCRPT-RECORD.
067400     WRITE SHCRPT-RECORD.
067500     MOVE 'COMPARISON TOTALS'       TO RPT-SECTION-TEXT.
067600     WRITE SHCRPT-RECORD         FROM RPT-SECTION-LINE.
067700
067800     MOVE 'LIVE PAYMENT LINES . . . . . . .' TO RPT-TOTAL-TEXT.
067900     MOVE WS-LIVE-LINE-COUNT        TO RPT-TOTAL-COUNT.
068000     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
068100     MOVE 'SHADOW PAYMENT LINES . . . . . .' TO RPT-TOTAL-TEXT.
068200     MOVE WS-SHADOW-LINE-COUNT      TO RPT-TOTAL-COUNT.
068300     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
068400     MOVE 'LINES MATCHED  . . . . . . . . .' TO RPT-TOTAL-TEXT.
068500     MOVE WS-MATCHED-COUNT          TO RPT-TOTAL-COUNT.
068600     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
068700     MOVE '  UNCHANGED  . . . . . . . . . .' TO RPT-TOTAL-TEXT.
068800     MOVE WS-UNCHANGED-COUNT        TO RPT-TOTAL-COUNT.
068900     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
069000     MOVE '  RETURN CODE CHANGED  . . . . .' TO RPT-TOTAL-TEXT.
069100     MOVE WS-RTC-CHANGED-COUNT      TO RPT-TOTAL-COUNT.
069200     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
069300     MOVE '  NET PAYMENT CHANGED  . . . . .' TO RPT-TOTAL-TEXT.
069400     MOVE WS-PAY-CHANGED-COUNT      TO RPT-TOTAL-COUNT.
069500     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
069600     MOVE 'LINES IN LIVE ONLY . . . . . . .' TO RPT-TOTAL-TEXT.
069700     MOVE WS-LIVE-ONLY-COUNT        TO RPT-TOTAL-COUNT.
069800     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
069900     MOVE 'LINES IN SHADOW ONLY . . . . . .' TO RPT-TOTAL-TEXT.
070000     MOVE WS-SHADOW-ONLY-COUNT      TO RPT-TOTAL-COUNT.
070100     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
070200     MOVE 'PROVIDERS WITH A CHANGE  . . . .' TO RPT-TOTAL-TEXT.
070300     MOVE WS-PRV-CHANGED-COUNT      TO RPT-TOTAL-COUNT.
070400     WRITE SHCRPT-RECORD         FROM RPT-TOTAL-LINE.
070500
070600     MOVE 'LIVE NET PAYMENT . . . . . . . .' TO RPT-AMOUNT-TEXT.
070700     MOVE WS-LIVE-TOTAL-AMT         TO RPT-AMOUNT.
070800     WRITE SHCRPT-RECORD         FROM RPT-AMOUNT-LINE.
070900     MOVE 'SHADOW NET PAYMENT . . . . . . .' TO RPT-AMOUNT-TEXT.
071000     MOVE WS-SHADOW-TOTAL-AMT       TO RPT-AMOUNT.
071100     WRITE SHCRPT-RECORD         FROM RPT-AMOUNT-LINE.
071200     COMPUTE WS-IMPACT-AMT =
071300        WS-SHADOW-TOTAL-AMT - WS-LIVE-TOTAL-AMT.
071400     MOVE 'TOTAL DOLLAR IMPACT  . . . . . .' TO RPT-AMOUNT-TEXT.
071500     MOVE WS-IMPACT-AMT             TO RPT-AMOUNT.
071600     WRITE SHCRPT-RECORD         FROM RPT-AMOUNT-LINE.
071700
071800     IF COMPARISON-INCOMPLETE  THEN
071900        MOVE 'COMPARISON INCOMPLETE - A TABLE FILLED - SEE SYSOUT'
072000                                    TO RPT-SECTION-TEXT
072100        WRITE SHCRPT-RECORD      FROM RPT-SECTION-LINE
072200     END-IF.
072300/
072400 9000-TERMINATE.
072500     CLOSE SHADOW-COMPARE-RPT.
072600     DISPLAY 'ESCALSHC - ' WS-MATCHED-COUNT ' LINES MATCHED, '
072700        WS-RTC-CHANGED-COUNT ' RTC CHANGES, '
072800        WS-PAY-CHANGED-COUNT ' PAYMENT CHANGES, '
072900        WS-LIVE-ONLY-COUNT ' LIVE ONLY, '
073000        WS-SHADOW-ONLY-COUNT ' SHADOW ONLY'.
073100     IF COMPARISON-INCOMPLETE  THEN
073200        MOVE 16                     TO RETURN-CODE
073300     ELSE
073400        IF WS-RTC-CHANGED-COUNT > ZERO  OR
073500           WS-PAY-CHANGED-COUNT > ZERO  OR
073600           WS-LIVE-ONLY-COUNT > ZERO  OR
073700           WS-SHADOW-ONLY-COUNT > ZERO  THEN
073800           MOVE 4                   TO RETURN-CODE
073900        ELSE
074000           MOVE ZERO                TO RETURN-CODE
074100        END-IF
074200     END-IF.
