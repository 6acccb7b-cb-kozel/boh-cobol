000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCCT.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCCT - NEW PROGRAM
000700*         - MONTHLY CMS WORKLOAD AND CLEAN-CLAIM TIMELINESS REPORT
000800*           FOR THE MONTH NAMED ON CCTCTL, IN PLACE OF THE COUNTS
000900*           COMPILED BY HAND FROM PRCCTL AND THE SUSPENSE LISTING.
001000*           TIMELINESS: EVERY ORIGINAL CLEAN CLAIM RELEASED TO
001100*           PAYMENT IN THE MONTH (THE CLEAN-CLAIM RELEASE LOG
001200*           ESCALFLR WRITES, FLRLOG) IS PAID ON THE PROVIDER'S EFT
001300*           (EFTREG) OR CHECK (CHKREG) ESCALEFT ISSUED THE SAME
001400*           NIGHT.  RECEIPT TO PAYMENT IS MEASURED AGAINST THE
001500*           PROMPT-PAYMENT DEADLINE (PPICTL DEADLINE DAYS IN
001600*           EFFECT ON THE RECEIPT DATE, ROLLED TO THE NEXT
001700*           BUSINESS DAY THE WAY ESCALRUN ROLLS IT) AND EVERY
001800*           CLAIM PAID PAST IT GOES TO THE MISSED-WINDOW DETAIL
001900*           FILE (CCTMISS, SEE CCTMCPY).  WORKLOAD: CLAIMS
002000*           RECEIVED, PROCESSED, PAID, AND DENIED IN THE MONTH
002100*           FROM THE PRICED-CLAIM HISTORY, AND THE PENDING
002200*           INVENTORY - SUSPENSE (SUSPMST), MEDICAL REVIEW
002300*           (MRVHLDO), AND THE PAYMENT FLOOR HOLD FILE (REMHLDO)
002400*           AS THEY STAND WHEN THE JOB RUNS - BY AGE BAND FROM
002500*           THE RECEIPT DATE TO THE LAST DAY OF THE MONTH.
002600******************************************************************
002700 DATE-COMPILED.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.            IBM-Z990.
003100 OBJECT-COMPUTER.            IBM-Z990.
003200 INPUT-OUTPUT  SECTION.
003300 FILE-CONTROL.
003400     SELECT REPORT-CONTROL       ASSIGN TO CCTCTL
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT CLEAN-CLAIM-LOG-IN   ASSIGN TO FLRLOG
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT SUSPENSE-MASTER-IN   ASSIGN TO SUSPMST
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT REVIEW-QUEUE-IN      ASSIGN TO MRVHLDO
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT HELD-REMIT-IN        ASSIGN TO REMHLDO
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT EFT-REGISTER         ASSIGN TO EFTREG
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS EFRG-PAYMENT-NUMBER.
005000     SELECT CHECK-REGISTER       ASSIGN TO CHKREG
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CHKR-CHECK-NUMBER.
005400     SELECT MISSED-WINDOW-OUT    ASSIGN TO CCTMISS
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT TIMELINESS-REPORT    ASSIGN TO CCTRPT
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  REPORT-CONTROL
006200     LABEL RECORDS ARE STANDARD
006300     RECORDING MODE IS F.
006400 01  CCTCTL-RECORD.
006500     05  CCTC-REPORT-MONTH          PIC 9(06).
006600     05  FILLER                     PIC X(14).
006700/
006800 FD  CLEAN-CLAIM-LOG-IN
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100 COPY CCRLCPY.
007200/
007300 FD  PRICED-HISTORY-IN
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600 COPY PHISTCPY.
007700/
007800 FD  SUSPENSE-MASTER-IN
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 COPY SUSPCPY.
008200/
008300 FD  REVIEW-QUEUE-IN
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 COPY MRQCPY.
008700/
008800 FD  HELD-REMIT-IN
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100 COPY REMCPY.
009200/
009300 FD  EFT-REGISTER
009400     LABEL RECORDS ARE STANDARD.
009500 COPY EFRGCPY.
009600/
009700 FD  CHECK-REGISTER
009800     LABEL RECORDS ARE STANDARD.
009900 COPY CHKRCPY.
010000/
010100 FD  MISSED-WINDOW-OUT
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400 COPY CCTMCPY.
010500/
010600 FD  TIMELINESS-REPORT
010700     LABEL RECORDS ARE STANDARD
010800     RECORDING MODE IS F.
010900 01  CCTRPT-RECORD                  PIC X(100).
011000/
011100 WORKING-STORAGE SECTION.
011200 01  W-STORAGE-REF                  PIC X(46) VALUE
011300     'ESCALCCT      - W O R K I N G   S T O R A G E'.
011400
011500 01  WS-LOG-EOF-SWITCH              PIC X(01) VALUE 'N'.
011600     88  LOG-END-OF-FILE                       VALUE 'Y'.
011700     88  LOG-NOT-END-OF-FILE                   VALUE 'N'.
011800 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
011900     88  HIST-END-OF-FILE                      VALUE 'Y'.
012000     88  HIST-NOT-END-OF-FILE                  VALUE 'N'.
012100 01  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE 'N'.
012200     88  SUSP-END-OF-FILE                      VALUE 'Y'.
012300     88  SUSP-NOT-END-OF-FILE                  VALUE 'N'.
012400 01  WS-MRQ-EOF-SWITCH              PIC X(01) VALUE 'N'.
012500     88  MRQ-END-OF-FILE                       VALUE 'Y'.
012600     88  MRQ-NOT-END-OF-FILE                   VALUE 'N'.
012700 01  WS-HELD-EOF-SWITCH             PIC X(01) VALUE 'N'.
012800     88  HELD-END-OF-FILE                      VALUE 'Y'.
012900     88  HELD-NOT-END-OF-FILE                  VALUE 'N'.
013000 01  WS-EFRG-EOF-SWITCH             PIC X(01).
013100     88  EFRG-END-OF-FILE                      VALUE 'Y'.
013200     88  EFRG-NOT-END-OF-FILE                  VALUE 'N'.
013300 01  WS-CHKR-EOF-SWITCH             PIC X(01) VALUE 'N'.
013400     88  CHKR-END-OF-FILE                      VALUE 'Y'.
013500     88  CHKR-NOT-END-OF-FILE                  VALUE 'N'.
013600 01  WS-PPIC-EOF-SWITCH             PIC X(01) VALUE 'N'.
013700     88  PPIC-END-OF-FILE                      VALUE 'Y'.
013800 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
013900
014000 01  WS-TODAY                       PIC 9(08).
014100 01  WS-REPORT-MONTH                PIC 9(06) VALUE ZERO.
014200 01  WS-MONTH-START-DATE            PIC 9(08) VALUE ZERO.
014300 01  WS-NEXT-MONTH-DATE.
014400     05  WS-NEXT-MONTH-CCYY         PIC 9(04).
014500     05  WS-NEXT-MONTH-MM           PIC 9(02).
014600     05  WS-NEXT-MONTH-DD           PIC 9(02).
014700 01  WS-NEXT-MONTH-YYYYMMDD REDEFINES WS-NEXT-MONTH-DATE
014800                                    PIC 9(08).
014900 01  WS-MONTH-END-DATE              PIC 9(08) VALUE ZERO.
015000 01  WS-MONTH-END-INT               PIC S9(09).
015100
015200 COPY CLAIMXCPY.
015300/
015400 COPY PPICPY.
015500/
015600 COPY PRMXCPY.
015700/
015800 COPY BDYCPY.
015900/
016000******************************************************************
016100*  PROMPT-PAYMENT DEADLINE ROWS, PICKED BY THE RECEIPT DATE.     *
016200*  NO ROW IN EFFECT MEANS THE STATUTORY 30 DAYS.                 *
016300******************************************************************
016400 01  WS-PPI-TABLE.
016500     05  WS-PPI-ENTRY  OCCURS 20 TIMES.
016600         10  WS-PPI-EFF-DATE        PIC 9(08).
016700         10  WS-PPI-END-DATE        PIC 9(08).
016800         10  WS-PPI-DEADLINE-DAYS   PIC 9(03).
016900 01  WS-PPI-COUNT                   PIC 9(02) VALUE ZERO.
017000 01  WS-PPI-SUB                     PIC 9(02).
017100 01  WS-DEFAULT-DEADLINE-DAYS       PIC 9(03) VALUE 30.
017200 01  WS-DEADLINE-DAYS               PIC 9(03).
017300
017400******************************************************************
017500*  THE PROVIDERS PAID ON ONE RELEASE NIGHT - THAT NIGHT'S EFT    *
017600*  PAYMENTS, LOADED WHEN THE LOG REACHES THE NIGHT - AND THE     *
017700*  ORIGINAL CHECKS ISSUED IN THE MONTH.                          *
017800******************************************************************
017900 01  WS-NIGHT-EFT-DATE              PIC 9(08) VALUE ZERO.
018000 01  WS-NIGHT-EFT-TABLE.
018100     05  WS-NEFT-PROVIDER  OCCURS 5000 TIMES
018200                                    PIC X(06).
018300 01  WS-NEFT-COUNT                  PIC 9(04) VALUE ZERO.
018400 01  WS-NEFT-SUB                    PIC 9(04).
018500 01  WS-MONTH-CHECK-TABLE.
018600     05  WS-MCHK-ENTRY  OCCURS 5000 TIMES.
018700         10  WS-MCHK-PROVIDER       PIC X(06).
018800         10  WS-MCHK-ISSUE-DATE     PIC 9(08).
018900 01  WS-MCHK-COUNT                  PIC 9(04) VALUE ZERO.
019000 01  WS-MCHK-SUB                    PIC 9(04).
019100 01  WS-PAY-FOUND-SWITCH            PIC X(01).
019200     88  PAYMENT-FOUND                         VALUE 'Y'.
019300     88  PAYMENT-NOT-FOUND                     VALUE 'N'.
019400 01  WS-TABLE-FULL-COUNT            PIC 9(07) VALUE ZERO.
019500
019600******************************************************************
019700*  THE CLEAN CLAIM BEING GATHERED - ONE CLAIM'S LINES RELEASED   *
019800*  ON ONE NIGHT.                                                 *
019900******************************************************************
020000 01  WS-CLAIM-NUMBER                PIC X(13) VALUE SPACES.
020100 01  WS-CLAIM-RELEASE-DATE          PIC 9(08).
020200 01  WS-CLAIM-PROVIDER              PIC X(06).
020300 01  WS-CLAIM-RECEIPT-DATE          PIC 9(08).
020400 01  WS-CLAIM-HELD-SWITCH           PIC X(01).
020500 01  WS-CLAIM-LINE-COUNT            PIC 9(03).
020600 01  WS-CLAIM-NET-AMT               PIC 9(09)V9(02).
020700 01  WS-CLAIM-INTEREST-AMT          PIC 9(07)V9(02).
020800 01  WS-PAY-DATE                    PIC 9(08).
020900 01  WS-PAY-METHOD                  PIC X(01).
021000 01  WS-DEADLINE-DATE               PIC 9(08).
021100 01  WS-DEADLINE-INT                PIC S9(09).
021200 01  WS-PAY-INT                     PIC S9(09).
021300 01  WS-CYCLE-DAYS                  PIC 9(05).
021400 01  WS-BAND-SUB                    PIC 9(01).
021500 01  WS-CYCLE-SUB                   PIC 9(01).
021600
021700******************************************************************
021800*  RECEIPT-TO-PAYMENT CYCLE BANDS, IN CALENDAR DAYS.             *
021900******************************************************************
022000 01  WS-CYCLE-BAND-VALUES.
022100     05  FILLER                     PIC X(18) VALUE
022200         '014  0 TO 14 DAYS'.
022300     05  FILLER                     PIC X(18) VALUE
022400         '030 15 TO 30 DAYS'.
022500     05  FILLER                     PIC X(18) VALUE
022600         '045 31 TO 45 DAYS'.
022700     05  FILLER                     PIC X(18) VALUE
022800         '060 46 TO 60 DAYS'.
022900     05  FILLER                     PIC X(18) VALUE
023000         '999 OVER 60 DAYS'.
023100 01  WS-CYCLE-BAND-TABLE  REDEFINES  WS-CYCLE-BAND-VALUES.
023200     05  WS-CYCLE-BAND  OCCURS 5 TIMES.
023300         10  WS-CYCLE-BAND-LIMIT    PIC 9(03).
023400         10  WS-CYCLE-BAND-TEXT     PIC X(15).
023500 01  WS-CYCLE-BAND-COUNTS.
023600     05  WS-CYCLE-BAND-COUNT  OCCURS 5 TIMES
023700                                    PIC 9(07).
023800
023900 01  WS-CLEAN-PAID-COUNT            PIC 9(07) VALUE ZERO.
024000 01  WS-CLEAN-WITHIN-COUNT          PIC 9(07) VALUE ZERO.
024100 01  WS-CLEAN-LATE-COUNT            PIC 9(07) VALUE ZERO.
024200 01  WS-CLEAN-FLOOR-HELD-COUNT      PIC 9(07) VALUE ZERO.
024300 01  WS-CLEAN-NO-PAYMENT-COUNT      PIC 9(07) VALUE ZERO.
024400 01  WS-CLEAN-CYCLE-DAYS-TOTAL      PIC 9(11) VALUE ZERO.
024500 01  WS-CLEAN-NET-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
024600 01  WS-LATE-INTEREST-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
024700 01  WS-LOG-LINES-READ              PIC 9(09) VALUE ZERO.
024800 01  WS-PERCENT-WITHIN              PIC 9(03)V9(02) VALUE ZERO.
024900 01  WS-AVERAGE-CYCLE-DAYS          PIC 9(05)V9(01) VALUE ZERO.
025000
025100******************************************************************
025200*  WORKLOAD - ONE CLAIM IS ONE CLAIM NUMBER PRICED ON ONE NIGHT  *
025300*  (ITS LINES ARE CONSECUTIVE ON THE HISTORY).  PAID WHEN ANY    *
025400*  LINE PAID, DENIED WHEN EVERY LINE CAME BACK RTC 50 OR ABOVE.  *
025500******************************************************************
025600 01  WS-HIST-CLAIM-NUMBER           PIC X(13) VALUE SPACES.
025700 01  WS-HIST-PRICED-DATE            PIC 9(08).
025800 01  WS-HIST-RECEIPT-DATE           PIC 9(08).
025900 01  WS-HIST-ACTION-CODE            PIC X(01).
026000     88  HIST-CLAIM-ORIGINAL                   VALUES ' ' 'O'.
026100 01  WS-HIST-PAID-SWITCH            PIC X(01).
026200     88  HIST-CLAIM-PAID                       VALUE 'Y'.
026300 01  WS-RECEIVED-COUNT              PIC 9(07) VALUE ZERO.
026400 01  WS-PROCESSED-COUNT             PIC 9(07) VALUE ZERO.
026500 01  WS-PAID-COUNT                  PIC 9(07) VALUE ZERO.
026600 01  WS-DENIED-COUNT                PIC 9(07) VALUE ZERO.
026700 01  WS-ADJUSTMENT-COUNT            PIC 9(07) VALUE ZERO.
026800
026900******************************************************************
027000*  PENDING INVENTORY BY SOURCE (1 SUSPENSE, 2 MEDICAL REVIEW,    *
027100*  3 PAYMENT FLOOR, 4 ALL) AND AGE BAND (1 0-30, 2 31-60,        *
027200*  3 61-90, 4 OVER 90, 5 ALL).  A CLAIM IS COUNTED ONCE PER      *
027300*  SOURCE - ITS LINES ARE CONSECUTIVE ON EACH FILE.              *
027400******************************************************************
027500 01  WS-PENDING-TABLE.
027600     05  WS-PEND-SOURCE  OCCURS 4 TIMES.
027700         10  WS-PEND-COUNT  OCCURS 5 TIMES
027800                                    PIC 9(07).
027900 01  WS-PEND-SOURCE-VALUES.
028000     05  FILLER                     PIC X(16) VALUE 'SUSPENSE'.
028100     05  FILLER                     PIC X(16) VALUE
028200         'MEDICAL REVIEW'.
028300     05  FILLER                     PIC X(16) VALUE
028400         'PAYMENT FLOOR'.
028500     05  FILLER                     PIC X(16) VALUE
028600         'TOTAL PENDING'.
028700 01  WS-PEND-SOURCE-TABLE  REDEFINES  WS-PEND-SOURCE-VALUES.
028800     05  WS-PEND-SOURCE-NAME  OCCURS 4 TIMES
028900                                    PIC X(16).
029000 01  WS-PEND-SUB                    PIC 9(01).
029100 01  WS-PEND-LAST-CLAIM             PIC X(13).
029200 01  WS-PEND-CLAIM                  PIC X(13).
029300 01  WS-PEND-AGE-DATE               PIC 9(08).
029400 01  WS-PEND-AGE-DAYS               PIC S9(07).
029500
029600 01  WS-EDIT-AMT                    PIC ZZZ,ZZZ,ZZ9.99.
029700 01  WS-EDIT-PCT                    PIC ZZ9.99.
029800 01  WS-EDIT-DAYS                   PIC ZZ,ZZ9.9.
029900
030000 01  RPT-HEADING-1.
030100     05  FILLER                     PIC X(05) VALUE SPACES.
030200     05  FILLER                     PIC X(50) VALUE
030300         'CMS WORKLOAD AND CLEAN-CLAIM TIMELINESS - MONTH'.
030400     05  RPT-HDR-MONTH              PIC 9(06).
030500     05  FILLER                     PIC X(08) VALUE '  AS OF '.
030600     05  RPT-HDR-AS-OF-DATE         PIC 9(08).
030700
030800 01  RPT-SECTION-LINE.
030900     05  FILLER                     PIC X(03) VALUE SPACES.
031000     05  RPT-SECTION-TEXT           PIC X(60).
031100
031200 01  RPT-ITEM-LINE.
031300     05  FILLER                     PIC X(03) VALUE SPACES.
031400     05  RPT-ITEM-CODE              PIC X(04).
031500     05  FILLER                     PIC X(02) VALUE SPACES.
031600     05  RPT-ITEM-TEXT              PIC X(44).
031700     05  RPT-ITEM-COUNT             PIC ZZZ,ZZZ,ZZ9.
031800     05  FILLER                     PIC X(03) VALUE SPACES.
031900     05  RPT-ITEM-VALUE             PIC X(16).
032000
032100 01  RPT-BAND-HEADING.
032200     05  FILLER                     PIC X(09) VALUE SPACES.
032300     05  FILLER                     PIC X(16) VALUE
032400         'PENDING SOURCE'.
032500     05  FILLER                     PIC X(10) VALUE '    0-30'.
032600     05  FILLER                     PIC X(10) VALUE '   31-60'.
032700     05  FILLER                     PIC X(10) VALUE '   61-90'.
032800     05  FILLER                     PIC X(10) VALUE ' OVER 90'.
032900     05  FILLER                     PIC X(10) VALUE '   TOTAL'.
033000
033100 01  RPT-BAND-LINE.
033200     05  FILLER                     PIC X(09) VALUE SPACES.
033300     05  RPT-BAND-SOURCE            PIC X(16).
033400     05  RPT-BAND-COUNT  OCCURS 5 TIMES
033500                                    PIC ZZZ,ZZZ,ZZ9.
033600
033700 01  RPT-TOTAL-LINE.
033800     05  FILLER                     PIC X(05) VALUE SPACES.
033900     05  RPT-TOTAL-TEXT             PIC X(30).
034000     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
034100/
034200 PROCEDURE DIVISION.
034300
034400 0000-MAINLINE.
034500     PERFORM 1000-INITIALIZE.
034600     PERFORM 2000-MEASURE-ONE-RELEASE UNTIL LOG-END-OF-FILE.
034700     PERFORM 2500-CLOSE-CLEAN-CLAIM.
034800     PERFORM 3000-COUNT-ONE-HISTORY-LINE UNTIL HIST-END-OF-FILE.
034900     PERFORM 3500-CLOSE-HISTORY-CLAIM.
035000     MOVE SPACES                    TO WS-PEND-LAST-CLAIM.
035100     PERFORM 4000-AGE-ONE-SUSPENSE UNTIL SUSP-END-OF-FILE.
035200     MOVE SPACES                    TO WS-PEND-LAST-CLAIM.
035300     PERFORM 4100-AGE-ONE-REVIEW UNTIL MRQ-END-OF-FILE.
035400     MOVE SPACES                    TO WS-PEND-LAST-CLAIM.
035500     PERFORM 4200-AGE-ONE-HELD-REMIT UNTIL HELD-END-OF-FILE.
035600     PERFORM 6000-PRINT-RUN-TOTALS.
035700     PERFORM 7000-TERMINATE.
035800     GOBACK.
035900/
036000 1000-INITIALIZE.
036100     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
036200     MOVE ZEROS                     TO WS-PENDING-TABLE.
036300     MOVE ZEROS                     TO WS-CYCLE-BAND-COUNTS.
036400
036500     OPEN INPUT REPORT-CONTROL.
036600     READ REPORT-CONTROL
036700         AT END
036800           MOVE 'Y'                 TO WS-CTL-EOF-SWITCH
036900         NOT AT END
037000           IF CCTC-REPORT-MONTH NUMERIC  THEN
037100              MOVE CCTC-REPORT-MONTH TO WS-REPORT-MONTH
037200           END-IF
037300     END-READ.
037400     CLOSE REPORT-CONTROL.
037500
037600     OPEN INPUT  CLEAN-CLAIM-LOG-IN.
037700     OPEN INPUT  PRICED-HISTORY-IN.
037800     OPEN INPUT  SUSPENSE-MASTER-IN.
037900     OPEN INPUT  REVIEW-QUEUE-IN.
038000     OPEN INPUT  HELD-REMIT-IN.
038100     OPEN INPUT  EFT-REGISTER.
038200     OPEN INPUT  CHECK-REGISTER.
038300     OPEN OUTPUT MISSED-WINDOW-OUT.
038400     OPEN OUTPUT TIMELINESS-REPORT.
038500
038600     IF WS-REPORT-MONTH = ZERO  THEN
038700        DISPLAY 'ESCALCCT - CCTCTL NAMES NO REPORT MONTH - '
038800           'NOTHING REPORTED'
038900        MOVE 'Y'                    TO WS-LOG-EOF-SWITCH
039000        MOVE 'Y'                    TO WS-HIST-EOF-SWITCH
039100        MOVE 'Y'                    TO WS-SUSP-EOF-SWITCH
039200        MOVE 'Y'                    TO WS-MRQ-EOF-SWITCH
039300        MOVE 'Y'                    TO WS-HELD-EOF-SWITCH
039400        MOVE 'Y'                    TO WS-CHKR-EOF-SWITCH
039500     ELSE
039600        PERFORM 1100-SET-MONTH-BOUNDS
039700     END-IF.
039800
039900     MOVE WS-REPORT-MONTH           TO RPT-HDR-MONTH.
040000     MOVE WS-MONTH-END-DATE         TO RPT-HDR-AS-OF-DATE.
040100     WRITE CCTRPT-RECORD         FROM RPT-HEADING-1.
040200
040300     PERFORM 1200-LOAD-PROMPT-PAY-CONTROL.
040400     PERFORM 1300-LOAD-MONTH-CHECKS UNTIL CHKR-END-OF-FILE.
040500
040600     IF LOG-NOT-END-OF-FILE  THEN
040700        PERFORM 2900-READ-NEXT-LOG
040800     END-IF.
040900     IF HIST-NOT-END-OF-FILE  THEN
041000        PERFORM 3900-READ-NEXT-HISTORY
041100     END-IF.
041200     IF SUSP-NOT-END-OF-FILE  THEN
041300        PERFORM 4900-READ-NEXT-SUSPENSE
041400     END-IF.
041500     IF MRQ-NOT-END-OF-FILE  THEN
041600        PERFORM 4910-READ-NEXT-REVIEW
041700     END-IF.
041800     IF HELD-NOT-END-OF-FILE  THEN
041900        PERFORM 4920-READ-NEXT-HELD-REMIT
042000     END-IF.
042100/
042200******************************************************************
042300*  THE FIRST AND LAST DAYS OF THE REPORT MONTH - THE LAST IS THE *
042400*  DAY BEFORE THE FIRST OF THE NEXT MONTH.                       *
042500******************************************************************
042600 1100-SET-MONTH-BOUNDS.
042700     COMPUTE WS-MONTH-START-DATE = WS-REPORT-MONTH * 100 + 1.
042800     MOVE WS-REPORT-MONTH (1:4)     TO WS-NEXT-MONTH-CCYY.
042900     MOVE WS-REPORT-MONTH (5:2)     TO WS-NEXT-MONTH-MM.
043000     MOVE 1                         TO WS-NEXT-MONTH-DD.
043100     IF WS-NEXT-MONTH-MM = 12  THEN
043200        ADD 1                       TO WS-NEXT-MONTH-CCYY
043300        MOVE 1                      TO WS-NEXT-MONTH-MM
043400     ELSE
043500        ADD 1                       TO WS-NEXT-MONTH-MM
043600     END-IF.
043700     COMPUTE WS-MONTH-END-INT =
043800        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-YYYYMMDD) - 1.
043900     COMPUTE WS-MONTH-END-DATE =
044000        FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT).
044100/
044200 1200-LOAD-PROMPT-PAY-CONTROL.
044300     MOVE 'PPICTL'                  TO PRMX-FAMILY.
044400     MOVE 'F'                       TO PRMX-FUNCTION.
044500     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
044600     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
044700     PERFORM 1210-LOAD-ONE-PPI-ROW
044800        UNTIL PPIC-END-OF-FILE.
044900/
045000 1210-LOAD-ONE-PPI-ROW.
045100     IF NOT PRMX-ROW-RETURNED  THEN
045200        MOVE 'Y'                    TO WS-PPIC-EOF-SWITCH
045300     ELSE
045400        MOVE PRMX-VALUE-IMAGE       TO PROMPT-PAY-CONTROL-RECORD
045500        IF WS-PPI-COUNT < 20  THEN
045600           ADD 1                    TO WS-PPI-COUNT
045700           MOVE PPIC-EFF-DATE       TO
045800              WS-PPI-EFF-DATE (WS-PPI-COUNT)
045900           MOVE PPIC-END-DATE       TO
046000              WS-PPI-END-DATE (WS-PPI-COUNT)
046100           MOVE PPIC-DEADLINE-DAYS  TO
046200              WS-PPI-DEADLINE-DAYS (WS-PPI-COUNT)
046300        ELSE
046400           DISPLAY 'ESCALCCT - MORE THAN 20 PPICTL ROWS - '
046500              'EXTRAS IGNORED'
046600           MOVE 'Y'                 TO WS-PPIC-EOF-SWITCH
046700        END-IF
046800        MOVE 'N'                    TO PRMX-FUNCTION
046900        CALL 'ESCALPRM'          USING PARAMETER-LOOKUP-REQUEST
047000     END-IF.
047100/
047200******************************************************************
047300*  THE CHECK REGISTER IS KEYED BY CHECK NUMBER, SO IT IS READ    *
047400*  THROUGH ONCE FOR THE ORIGINAL CHECKS ISSUED IN THE MONTH -    *
047500*  A REISSUE REPLACES A PAYMENT, IT DOES NOT MAKE ONE.           *
047600******************************************************************
047700 1300-LOAD-MONTH-CHECKS.
047800     READ CHECK-REGISTER NEXT RECORD
047900         AT END
048000           MOVE 'Y'                 TO WS-CHKR-EOF-SWITCH
048100         NOT AT END
048200           IF CHKR-ISSUE-DATE NOT < WS-MONTH-START-DATE  AND
048300              CHKR-ISSUE-DATE NOT > WS-MONTH-END-DATE  AND
048400              CHKR-ORIGINAL-CHECK-NUMBER = ZERO  THEN
048500              IF WS-MCHK-COUNT < 5000  THEN
048600                 ADD 1              TO WS-MCHK-COUNT
048700                 MOVE CHKR-PROVIDER-NUMBER TO
048800                    WS-MCHK-PROVIDER (WS-MCHK-COUNT)
048900                 MOVE CHKR-ISSUE-DATE TO
049000                    WS-MCHK-ISSUE-DATE (WS-MCHK-COUNT)
049100              ELSE
049200                 ADD 1              TO WS-TABLE-FULL-COUNT
049300              END-IF
049400           END-IF
049500     END-READ.
049600/
049700******************************************************************
049800*  ONE RELEASE-LOG LINE.  A CLAIM IS ITS LINES RELEASED ON ONE   *
049900*  NIGHT; ONLY NIGHTS IN THE REPORT MONTH COUNT.                 *
050000******************************************************************
050100 2000-MEASURE-ONE-RELEASE.
050200     ADD 1                          TO WS-LOG-LINES-READ.
050300     IF CCRL-RELEASE-DATE NOT < WS-MONTH-START-DATE  AND
050400        CCRL-RELEASE-DATE NOT > WS-MONTH-END-DATE  THEN
050500        IF CCRL-CLAIM-NUMBER NOT = WS-CLAIM-NUMBER  OR
050600           CCRL-RELEASE-DATE NOT = WS-CLAIM-RELEASE-DATE  THEN
050700           PERFORM 2500-CLOSE-CLEAN-CLAIM
050800           MOVE CCRL-CLAIM-NUMBER   TO WS-CLAIM-NUMBER
050900           MOVE CCRL-RELEASE-DATE   TO WS-CLAIM-RELEASE-DATE
051000           MOVE CCRL-PROVIDER-NUMBER TO WS-CLAIM-PROVIDER
051100           MOVE CCRL-RECEIPT-DATE   TO WS-CLAIM-RECEIPT-DATE
051200           MOVE 'N'                 TO WS-CLAIM-HELD-SWITCH
051300           MOVE ZERO                TO WS-CLAIM-LINE-COUNT
051400           MOVE ZERO                TO WS-CLAIM-NET-AMT
051500           MOVE ZERO                TO WS-CLAIM-INTEREST-AMT
051600        END-IF
051700        ADD 1                       TO WS-CLAIM-LINE-COUNT
051800        ADD CCRL-NET-PAY-AMT        TO WS-CLAIM-NET-AMT
051900        ADD CCRL-INTEREST-AMT       TO WS-CLAIM-INTEREST-AMT
052000        IF CCRL-RELEASED-FROM-HOLD  THEN
052100           MOVE 'Y'                 TO WS-CLAIM-HELD-SWITCH
052200        END-IF
052300        IF CCRL-RECEIPT-DATE < WS-CLAIM-RECEIPT-DATE  THEN
052400           MOVE CCRL-RECEIPT-DATE   TO WS-CLAIM-RECEIPT-DATE
052500        END-IF
052600     END-IF.
052700     PERFORM 2900-READ-NEXT-LOG.
052800/
052900******************************************************************
053000*  ONE CLEAN CLAIM PAID: FIND THE PAYMENT, MEASURE THE CYCLE,    *
053100*  TEST IT AGAINST THE DEADLINE, AND WRITE IT OUT WHEN LATE.     *
053200******************************************************************
053300 2500-CLOSE-CLEAN-CLAIM.
053400     IF WS-CLAIM-NUMBER NOT = SPACES  THEN
053500        PERFORM 2600-FIND-PAYMENT
053600        PERFORM 2700-FIND-DEADLINE
053700        COMPUTE WS-PAY-INT =
053800           FUNCTION INTEGER-OF-DATE(WS-PAY-DATE)
053900        COMPUTE WS-CYCLE-DAYS = WS-PAY-INT -
054000           FUNCTION INTEGER-OF-DATE(WS-CLAIM-RECEIPT-DATE)
054100
054200        ADD 1                       TO WS-CLEAN-PAID-COUNT
054300        ADD WS-CYCLE-DAYS           TO WS-CLEAN-CYCLE-DAYS-TOTAL
054400        ADD WS-CLAIM-NET-AMT        TO WS-CLEAN-NET-TOTAL
054500        IF WS-CLAIM-HELD-SWITCH = 'Y'  THEN
054600           ADD 1                    TO WS-CLEAN-FLOOR-HELD-COUNT
054700        END-IF
054800        IF WS-PAY-METHOD = 'N'  THEN
054900           ADD 1                    TO WS-CLEAN-NO-PAYMENT-COUNT
055000        END-IF
055100        MOVE 5                      TO WS-BAND-SUB
055200        PERFORM 2550-TEST-ONE-CYCLE-BAND
055300           VARYING WS-CYCLE-SUB FROM 4 BY -1
055400           UNTIL WS-CYCLE-SUB < 1
055500        ADD 1          TO WS-CYCLE-BAND-COUNT (WS-BAND-SUB)
055600
055700        IF WS-PAY-INT > WS-DEADLINE-INT  THEN
055800           ADD 1                    TO WS-CLEAN-LATE-COUNT
055900           ADD WS-CLAIM-INTEREST-AMT TO WS-LATE-INTEREST-TOTAL
056000           PERFORM 2800-WRITE-MISSED-WINDOW
056100        ELSE
056200           ADD 1                    TO WS-CLEAN-WITHIN-COUNT
056300        END-IF
056400     END-IF.
056500     MOVE SPACES                    TO WS-CLAIM-NUMBER.
056600/
056700 2550-TEST-ONE-CYCLE-BAND.
056800     IF WS-CYCLE-DAYS NOT > WS-CYCLE-BAND-LIMIT (WS-CYCLE-SUB)
056900        THEN
057000        MOVE WS-CYCLE-SUB           TO WS-BAND-SUB
057100     END-IF.
057200/
057300******************************************************************
057400*  THE RELEASE NIGHT'S EFT TO THE PROVIDER, ELSE A CHECK ISSUED  *
057500*  TO IT THAT NIGHT, ELSE NO PAYMENT WAS ISSUED (THE RELEASE     *
057600*  NETTED AWAY) AND THE RELEASE DATE STANDS.                     *
057700******************************************************************
057800 2600-FIND-PAYMENT.
057900     MOVE WS-CLAIM-RELEASE-DATE     TO WS-PAY-DATE.
058000     MOVE 'N'                       TO WS-PAY-METHOD.
058100     IF WS-CLAIM-RELEASE-DATE NOT = WS-NIGHT-EFT-DATE  THEN
058200        PERFORM 2610-LOAD-NIGHT-EFT
058300     END-IF.
058400     MOVE 'N'                       TO WS-PAY-FOUND-SWITCH.
058500     PERFORM 2620-TEST-ONE-NIGHT-EFT
058600        VARYING WS-NEFT-SUB FROM 1 BY 1
058700        UNTIL WS-NEFT-SUB > WS-NEFT-COUNT  OR  PAYMENT-FOUND.
058800     IF PAYMENT-FOUND  THEN
058900        MOVE 'E'                    TO WS-PAY-METHOD
059000     ELSE
059100        PERFORM 2630-TEST-ONE-MONTH-CHECK
059200           VARYING WS-MCHK-SUB FROM 1 BY 1
059300           UNTIL WS-MCHK-SUB > WS-MCHK-COUNT  OR  PAYMENT-FOUND
059400        IF PAYMENT-FOUND  THEN
059500           MOVE 'C'                 TO WS-PAY-METHOD
059600        END-IF
059700     END-IF.
059800/
059900 2610-LOAD-NIGHT-EFT.
060000     MOVE WS-CLAIM-RELEASE-DATE     TO WS-NIGHT-EFT-DATE.
060100     MOVE ZERO                      TO WS-NEFT-COUNT.
060200     MOVE 'N'                       TO WS-EFRG-EOF-SWITCH.
060300     MOVE WS-NIGHT-EFT-DATE         TO EFRG-PAY-DATE.
060400     MOVE ZERO                      TO EFRG-PAY-SEQUENCE.
060500     START EFT-REGISTER KEY IS >= EFRG-PAYMENT-NUMBER
060600         INVALID KEY MOVE 'Y'       TO WS-EFRG-EOF-SWITCH
060700     END-START.
060800     PERFORM 2615-LOAD-ONE-NIGHT-EFT
060900        UNTIL EFRG-END-OF-FILE.
061000/
061100 2615-LOAD-ONE-NIGHT-EFT.
061200     READ EFT-REGISTER NEXT RECORD
061300         AT END
061400           MOVE 'Y'                 TO WS-EFRG-EOF-SWITCH
061500         NOT AT END
061600           IF EFRG-PAY-DATE NOT = WS-NIGHT-EFT-DATE  THEN
061700              MOVE 'Y'              TO WS-EFRG-EOF-SWITCH
061800           ELSE
061900              IF EFRG-IS-PAYMENT  AND
062000                 EFRG-ORIGINAL-PAYMENT-NBR = ZERO  THEN
062100                 IF WS-NEFT-COUNT < 5000  THEN
062200                    ADD 1           TO WS-NEFT-COUNT
062300                    MOVE EFRG-PROVIDER-NUMBER TO
062400                       WS-NEFT-PROVIDER (WS-NEFT-COUNT)
062500                 ELSE
062600                    ADD 1           TO WS-TABLE-FULL-COUNT
062700                 END-IF
062800              END-IF
062900           END-IF
063000     END-READ.
063100/
063200 2620-TEST-ONE-NIGHT-EFT.
063300     IF WS-NEFT-PROVIDER (WS-NEFT-SUB) = WS-CLAIM-PROVIDER  THEN
063400        MOVE 'Y'                    TO WS-PAY-FOUND-SWITCH
063500     END-IF.
063600/
063700 2630-TEST-ONE-MONTH-CHECK.
063800     IF WS-MCHK-PROVIDER (WS-MCHK-SUB) = WS-CLAIM-PROVIDER  AND
063900        WS-MCHK-ISSUE-DATE (WS-MCHK-SUB) = WS-CLAIM-RELEASE-DATE
064000        THEN
064100        MOVE 'Y'                    TO WS-PAY-FOUND-SWITCH
064200        MOVE WS-MCHK-ISSUE-DATE (WS-MCHK-SUB) TO WS-PAY-DATE
064300     END-IF.
064400/
064500******************************************************************
064600*  THE PROMPT-PAYMENT DEADLINE: RECEIPT DATE PLUS THE DEADLINE   *
064700*  DAYS IN EFFECT ON IT, ROLLED TO THE NEXT BUSINESS DAY.        *
064800******************************************************************
064900 2700-FIND-DEADLINE.
065000     MOVE WS-DEFAULT-DEADLINE-DAYS  TO WS-DEADLINE-DAYS.
065100     PERFORM 2710-TEST-ONE-PPI-ROW
065200        VARYING WS-PPI-SUB FROM 1 BY 1
065300        UNTIL WS-PPI-SUB > WS-PPI-COUNT.
065400     COMPUTE WS-DEADLINE-INT =
065500        FUNCTION INTEGER-OF-DATE(WS-CLAIM-RECEIPT-DATE) +
065600        WS-DEADLINE-DAYS.
065700     COMPUTE WS-DEADLINE-DATE =
065800        FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT).
065900     MOVE 'R'                       TO BDY-FUNCTION.
066000     MOVE WS-DEADLINE-DATE          TO BDY-FROM-DATE.
066100     CALL 'ESCALBDY'             USING BUSINESS-DAY-REQUEST.
066200     IF BDY-REQUEST-OK  THEN
066300        MOVE BDY-RESULT-DATE        TO WS-DEADLINE-DATE
066400        COMPUTE WS-DEADLINE-INT =
066500           FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE)
066600     END-IF.
066700/
066800 2710-TEST-ONE-PPI-ROW.
066900     IF WS-CLAIM-RECEIPT-DATE NOT < WS-PPI-EFF-DATE (WS-PPI-SUB)
067000        AND (WS-PPI-END-DATE (WS-PPI-SUB) = ZERO  OR
067100             WS-CLAIM-RECEIPT-DATE NOT >
067200             WS-PPI-END-DATE (WS-PPI-SUB))  THEN
067300        MOVE WS-PPI-DEADLINE-DAYS (WS-PPI-SUB) TO WS-DEADLINE-DAYS
067400     END-IF.
067500/
067600 2800-WRITE-MISSED-WINDOW.
067700     MOVE SPACES                    TO CLEAN-CLAIM-MISS-RECORD.
067800     MOVE WS-REPORT-MONTH           TO CCTM-REPORT-MONTH.
067900     MOVE WS-CLAIM-NUMBER           TO CCTM-CLAIM-NUMBER.
068000     MOVE WS-CLAIM-PROVIDER         TO CCTM-PROVIDER-NUMBER.
068100     MOVE WS-CLAIM-RECEIPT-DATE     TO CCTM-RECEIPT-DATE.
068200     MOVE WS-DEADLINE-DATE          TO CCTM-DEADLINE-DATE.
068300     MOVE WS-CLAIM-RELEASE-DATE     TO CCTM-RELEASE-DATE.
068400     MOVE WS-PAY-DATE               TO CCTM-PAY-DATE.
068500     MOVE WS-PAY-METHOD             TO CCTM-PAY-METHOD.
068600     MOVE WS-CYCLE-DAYS             TO CCTM-CYCLE-DAYS.
068700     COMPUTE CCTM-DAYS-LATE = WS-PAY-INT - WS-DEADLINE-INT.
068800     MOVE WS-CLAIM-LINE-COUNT       TO CCTM-LINE-COUNT.
068900     MOVE WS-CLAIM-NET-AMT          TO CCTM-NET-PAY-AMT.
069000     MOVE WS-CLAIM-INTEREST-AMT     TO CCTM-INTEREST-AMT.
069100     MOVE WS-CLAIM-HELD-SWITCH      TO CCTM-HELD-SWITCH.
069200     WRITE CLEAN-CLAIM-MISS-RECORD.
069300/
069400 2900-READ-NEXT-LOG.
069500     READ CLEAN-CLAIM-LOG-IN
069600         AT END MOVE 'Y'            TO WS-LOG-EOF-SWITCH
069700     END-READ.
069800/
069900******************************************************************
070000*  ONE PRICED-HISTORY LINE.  A CHANGE OF CLAIM NUMBER OR PRICED  *
070100*  DATE CLOSES THE CLAIM BEFORE IT.                              *
070200******************************************************************
070300 3000-COUNT-ONE-HISTORY-LINE.
070400     MOVE PH-CLAIM-EXTRACT-IMAGE    TO CLAIM-EXTRACT-RECORD.
070500     IF CX-CLAIM-NUMBER NOT = WS-HIST-CLAIM-NUMBER  OR
070600        PH-PRICED-DATE NOT = WS-HIST-PRICED-DATE  THEN
070700        PERFORM 3500-CLOSE-HISTORY-CLAIM
070800        MOVE CX-CLAIM-NUMBER        TO WS-HIST-CLAIM-NUMBER
070900        MOVE PH-PRICED-DATE         TO WS-HIST-PRICED-DATE
071000        MOVE CX-CLAIM-RECEIPT-DATE  TO WS-HIST-RECEIPT-DATE
071100        MOVE CX-CLAIM-ACTION-CODE   TO WS-HIST-ACTION-CODE
071200        MOVE 'N'                    TO WS-HIST-PAID-SWITCH
071300     END-IF.
071400     IF PH-PPS-RTC < 50  THEN
071500        MOVE 'Y'                    TO WS-HIST-PAID-SWITCH
071600     END-IF.
071700     PERFORM 3900-READ-NEXT-HISTORY.
071800/
071900******************************************************************
072000*  RECEIVED - AN ORIGINAL WHOSE RECEIPT DATE IS IN THE MONTH.    *
072100*  PROCESSED - ANY CLAIM PRICED IN THE MONTH; ADJUSTMENTS AND    *
072200*  VOIDS ARE PROCESSED BUT COUNTED APART FROM PAID AND DENIED.   *
072300******************************************************************
072400 3500-CLOSE-HISTORY-CLAIM.
072500     IF WS-HIST-CLAIM-NUMBER NOT = SPACES  THEN
072600        IF HIST-CLAIM-ORIGINAL  AND
072700           WS-HIST-RECEIPT-DATE NUMERIC  AND
072800           WS-HIST-RECEIPT-DATE NOT < WS-MONTH-START-DATE  AND
072900           WS-HIST-RECEIPT-DATE NOT > WS-MONTH-END-DATE  THEN
073000           ADD 1                    TO WS-RECEIVED-COUNT
073100        END-IF
073200        IF WS-HIST-PRICED-DATE NOT < WS-MONTH-START-DATE  AND
073300           WS-HIST-PRICED-DATE NOT > WS-MONTH-END-DATE  THEN
073400           ADD 1                    TO WS-PROCESSED-COUNT
073500           EVALUATE TRUE
073600              WHEN NOT HIST-CLAIM-ORIGINAL
073700                 ADD 1              TO WS-ADJUSTMENT-COUNT
073800              WHEN HIST-CLAIM-PAID
073900                 ADD 1              TO WS-PAID-COUNT
074000              WHEN OTHER
074100                 ADD 1              TO WS-DENIED-COUNT
074200           END-EVALUATE
074300        END-IF
074400     END-IF.
074500     MOVE SPACES                    TO WS-HIST-CLAIM-NUMBER.
074600/
074700 3900-READ-NEXT-HISTORY.
074800     READ PRICED-HISTORY-IN
074900         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
075000     END-READ.
075100/
075200******************************************************************
075300*  PENDING INVENTORY.  A LINE WITH NO RECEIPT DATE IS AGED FROM  *
075400*  THE DAY ITS FILE TOOK IT IN.  A CLAIM STILL IN REVIEW THAT    *
075500*  ARRIVED IN THE MONTH HAS NOT REACHED THE HISTORY YET, SO IT   *
075600*  IS COUNTED RECEIVED HERE.                                     *
075700******************************************************************
075800 4000-AGE-ONE-SUSPENSE.
075900     MOVE SUS-CLAIM-EXTRACT-IMAGE   TO CLAIM-EXTRACT-RECORD.
076000     MOVE CX-CLAIM-NUMBER           TO WS-PEND-CLAIM.
076100     MOVE SUS-REJECT-DATE           TO WS-PEND-AGE-DATE.
076200     PERFORM 4500-SET-AGE-DATE.
076300     MOVE 1                         TO WS-PEND-SUB.
076400     PERFORM 4600-COUNT-PENDING-CLAIM.
076500     PERFORM 4900-READ-NEXT-SUSPENSE.
076600/
076700 4100-AGE-ONE-REVIEW.
076800     MOVE MRQ-CLAIM-EXTRACT-IMAGE   TO CLAIM-EXTRACT-RECORD.
076900     MOVE CX-CLAIM-NUMBER           TO WS-PEND-CLAIM.
077000     IF CX-CLAIM-NUMBER NOT = WS-PEND-LAST-CLAIM  AND
077100        CX-ACTION-ORIGINAL  AND
077200        CX-CLAIM-RECEIPT-DATE NUMERIC  AND
077300        CX-CLAIM-RECEIPT-DATE NOT < WS-MONTH-START-DATE  AND
077400        CX-CLAIM-RECEIPT-DATE NOT > WS-MONTH-END-DATE  THEN
077500        ADD 1                       TO WS-RECEIVED-COUNT
077600     END-IF.
077700     MOVE MRQ-QUEUE-DATE            TO WS-PEND-AGE-DATE.
077800     PERFORM 4500-SET-AGE-DATE.
077900     MOVE 2                         TO WS-PEND-SUB.
078000     PERFORM 4600-COUNT-PENDING-CLAIM.
078100     PERFORM 4910-READ-NEXT-REVIEW.
078200/
078300 4200-AGE-ONE-HELD-REMIT.
078400     IF REM-IS-DETAIL  THEN
078500        MOVE REM-CLAIM-NUMBER       TO WS-PEND-CLAIM
078600        MOVE ZERO                   TO WS-PEND-AGE-DATE
078700        IF REM-RECEIPT-DATE NUMERIC  AND
078800           REM-RECEIPT-DATE > ZERO  THEN
078900           MOVE REM-RECEIPT-DATE    TO WS-PEND-AGE-DATE
079000        END-IF
079100        MOVE 3                      TO WS-PEND-SUB
079200        PERFORM 4600-COUNT-PENDING-CLAIM
079300     END-IF.
079400     PERFORM 4920-READ-NEXT-HELD-REMIT.
079500/
079600 4500-SET-AGE-DATE.
079700     IF CX-CLAIM-RECEIPT-DATE NUMERIC  AND
079800        CX-CLAIM-RECEIPT-DATE > ZERO  THEN
079900        MOVE CX-CLAIM-RECEIPT-DATE  TO WS-PEND-AGE-DATE
080000     END-IF.
080100/
080200 4600-COUNT-PENDING-CLAIM.
080300     IF WS-PEND-CLAIM NOT = WS-PEND-LAST-CLAIM  AND
080400        WS-PEND-AGE-DATE NUMERIC  AND
080500        WS-PEND-AGE-DATE > ZERO  THEN
080600        MOVE WS-PEND-CLAIM          TO WS-PEND-LAST-CLAIM
080700        COMPUTE WS-PEND-AGE-DAYS = WS-MONTH-END-INT -
080800           FUNCTION INTEGER-OF-DATE(WS-PEND-AGE-DATE)
080900        EVALUATE TRUE
081000           WHEN WS-PEND-AGE-DAYS NOT > 30
081100              MOVE 1                TO WS-BAND-SUB
081200           WHEN WS-PEND-AGE-DAYS NOT > 60
081300              MOVE 2                TO WS-BAND-SUB
081400           WHEN WS-PEND-AGE-DAYS NOT > 90
081500              MOVE 3                TO WS-BAND-SUB
081600           WHEN OTHER
081700              MOVE 4                TO WS-BAND-SUB
081800        END-EVALUATE
081900        ADD 1         TO WS-PEND-COUNT (WS-PEND-SUB WS-BAND-SUB)
082000        ADD 1         TO WS-PEND-COUNT (WS-PEND-SUB 5)
082100        ADD 1         TO WS-PEND-COUNT (4 WS-BAND-SUB)
082200        ADD 1         TO WS-PEND-COUNT (4 5)
082300     END-IF.
082400/
082500 4900-READ-NEXT-SUSPENSE.
082600     READ SUSPENSE-MASTER-IN
082700         AT END MOVE 'Y'            TO WS-SUSP-EOF-SWITCH
082800     END-READ.
082900/
083000 4910-READ-NEXT-REVIEW.
083100     READ REVIEW-QUEUE-IN
083200         AT END MOVE 'Y'            TO WS-MRQ-EOF-SWITCH
083300     END-READ.
083400/
083500 4920-READ-NEXT-HELD-REMIT.
083600     READ HELD-REMIT-IN
083700         AT END MOVE 'Y'            TO WS-HELD-EOF-SWITCH
083800         NOT AT END
083900           IF REM-IS-TRAILER  THEN
084000              MOVE 'Y'              TO WS-HELD-EOF-SWITCH
084100           END-IF
084200     END-READ.
084300/
084400******************************************************************
084500*  THE REPORT IN CMS'S LAYOUT - SECTION A WORKLOAD, SECTION B    *
084600*  CLEAN-CLAIM TIMELINESS, SECTION C PENDING BY AGE.             *
084700******************************************************************
084800 6000-PRINT-RUN-TOTALS.
084900     MOVE SPACES                    TO CCTRPT-RECORD.
085000     WRITE CCTRPT-RECORD.
085100     MOVE 'SECTION A - CLAIMS WORKLOAD' TO RPT-SECTION-TEXT.
085200     WRITE CCTRPT-RECORD  FROM RPT-SECTION-LINE.
085300     MOVE SPACES                    TO RPT-ITEM-VALUE.
085400     MOVE 'A1'                      TO RPT-ITEM-CODE.
085500     MOVE 'CLAIMS RECEIVED' TO RPT-ITEM-TEXT.
085600     MOVE WS-RECEIVED-COUNT         TO RPT-ITEM-COUNT.
085700     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
085800     MOVE 'A2'                      TO RPT-ITEM-CODE.
085900     MOVE 'CLAIMS PROCESSED' TO RPT-ITEM-TEXT.
086000     MOVE WS-PROCESSED-COUNT        TO RPT-ITEM-COUNT.
086100     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
086200     MOVE 'A3'                      TO RPT-ITEM-CODE.
086300     MOVE '  PAID' TO RPT-ITEM-TEXT.
086400     MOVE WS-PAID-COUNT             TO RPT-ITEM-COUNT.
086500     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
086600     MOVE 'A4'                      TO RPT-ITEM-CODE.
086700     MOVE '  DENIED' TO RPT-ITEM-TEXT.
086800     MOVE WS-DENIED-COUNT           TO RPT-ITEM-COUNT.
086900     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
087000     MOVE 'A5'                      TO RPT-ITEM-CODE.
087100     MOVE '  ADJUSTMENTS AND VOIDS' TO RPT-ITEM-TEXT.
087200     MOVE WS-ADJUSTMENT-COUNT       TO RPT-ITEM-COUNT.
087300     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
087400     MOVE 'A6'                      TO RPT-ITEM-CODE.
087500     MOVE 'CLAIMS PENDING AT MONTH END' TO RPT-ITEM-TEXT.
087600     MOVE WS-PEND-COUNT (4 5)       TO RPT-ITEM-COUNT.
087700     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
087800
087900     MOVE SPACES                    TO CCTRPT-RECORD.
088000     WRITE CCTRPT-RECORD.
088100     MOVE 'SECTION B - CLEAN CLAIM PROCESSING TIMELINESS' TO
088200                                       RPT-SECTION-TEXT.
088300     WRITE CCTRPT-RECORD  FROM RPT-SECTION-LINE.
088400     IF WS-CLEAN-PAID-COUNT > ZERO  THEN
088500        COMPUTE WS-PERCENT-WITHIN ROUNDED =
088600           WS-CLEAN-WITHIN-COUNT * 100 / WS-CLEAN-PAID-COUNT
088700        COMPUTE WS-AVERAGE-CYCLE-DAYS ROUNDED =
088800           WS-CLEAN-CYCLE-DAYS-TOTAL / WS-CLEAN-PAID-COUNT
088900     END-IF.
089000     MOVE 'B1'                      TO RPT-ITEM-CODE.
089100     MOVE 'CLEAN CLAIMS PAID' TO RPT-ITEM-TEXT.
089200     MOVE WS-CLEAN-PAID-COUNT       TO RPT-ITEM-COUNT.
089300     MOVE WS-CLEAN-NET-TOTAL        TO WS-EDIT-AMT.
089400     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
089500     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
089600     MOVE SPACES                    TO RPT-ITEM-VALUE.
089700     MOVE 'B2'                      TO RPT-ITEM-CODE.
089800     MOVE '  PAID WITHIN THE STATUTORY WINDOW' TO RPT-ITEM-TEXT.
089900     MOVE WS-CLEAN-WITHIN-COUNT     TO RPT-ITEM-COUNT.
090000     MOVE WS-PERCENT-WITHIN         TO WS-EDIT-PCT.
090100     STRING WS-EDIT-PCT ' PCT' DELIMITED BY SIZE
090200                                  INTO RPT-ITEM-VALUE.
090300     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
090400     MOVE SPACES                    TO RPT-ITEM-VALUE.
090500     MOVE 'B3'                      TO RPT-ITEM-CODE.
090600     MOVE '  PAID AFTER THE STATUTORY WINDOW' TO RPT-ITEM-TEXT.
090700     MOVE WS-CLEAN-LATE-COUNT       TO RPT-ITEM-COUNT.
090800     MOVE WS-LATE-INTEREST-TOTAL    TO WS-EDIT-AMT.
090900     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
091000     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
091100     MOVE SPACES                    TO RPT-ITEM-VALUE.
091200     MOVE 'B4'                      TO RPT-ITEM-CODE.
091300     MOVE '  HELD ON THE PAYMENT FLOOR FIRST' TO RPT-ITEM-TEXT.
091400     MOVE WS-CLEAN-FLOOR-HELD-COUNT TO RPT-ITEM-COUNT.
091500     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
091600     MOVE 'B5'                      TO RPT-ITEM-CODE.
091700     MOVE '  RELEASED WITH NO PAYMENT ISSUED' TO RPT-ITEM-TEXT.
091800     MOVE WS-CLEAN-NO-PAYMENT-COUNT TO RPT-ITEM-COUNT.
091900     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
092000     MOVE 'B6'                      TO RPT-ITEM-CODE.
092100     MOVE 'AVERAGE DAYS RECEIPT TO PAYMENT' TO RPT-ITEM-TEXT.
092200     MOVE ZERO                      TO RPT-ITEM-COUNT.
092300     MOVE WS-AVERAGE-CYCLE-DAYS     TO WS-EDIT-DAYS.
092400     MOVE WS-EDIT-DAYS              TO RPT-ITEM-VALUE.
092500     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
092600     MOVE SPACES                    TO RPT-ITEM-VALUE.
092700     PERFORM 6100-PRINT-ONE-CYCLE-BAND
092800        VARYING WS-BAND-SUB FROM 1 BY 1
092900        UNTIL WS-BAND-SUB > 5.
093000
093100     MOVE SPACES                    TO CCTRPT-RECORD.
093200     WRITE CCTRPT-RECORD.
093300     MOVE 'SECTION C - PENDING INVENTORY BY AGE FROM RECEIPT' TO
093400                                       RPT-SECTION-TEXT.
093500     WRITE CCTRPT-RECORD  FROM RPT-SECTION-LINE.
093600     WRITE CCTRPT-RECORD  FROM RPT-BAND-HEADING.
093700     PERFORM 6200-PRINT-ONE-PENDING-SOURCE
093800        VARYING WS-PEND-SUB FROM 1 BY 1
093900        UNTIL WS-PEND-SUB > 4.
094000
094100     MOVE SPACES                    TO CCTRPT-RECORD.
094200     WRITE CCTRPT-RECORD.
094300     MOVE 'RELEASE-LOG LINES READ  . . .' TO RPT-TOTAL-TEXT.
094400     MOVE WS-LOG-LINES-READ         TO RPT-TOTAL-COUNT.
094500     WRITE CCTRPT-RECORD  FROM RPT-TOTAL-LINE.
094600     IF WS-TABLE-FULL-COUNT > ZERO  THEN
094700        MOVE 'PAYMENTS PAST THE TABLES  . .' TO RPT-TOTAL-TEXT
094800        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
094900        WRITE CCTRPT-RECORD  FROM RPT-TOTAL-LINE
095000        DISPLAY 'ESCALCCT - PAYMENT TABLES FULL - SOME CLAIMS '
095100           'SHOWN WITH NO PAYMENT ISSUED'
095200        MOVE 4                      TO RETURN-CODE
095300     END-IF.
095400/
095500 6100-PRINT-ONE-CYCLE-BAND.
095600     MOVE SPACES                    TO RPT-ITEM-CODE.
095700     MOVE SPACES                    TO RPT-ITEM-TEXT.
095800     STRING '  PAID IN ' WS-CYCLE-BAND-TEXT (WS-BAND-SUB)
095900        DELIMITED BY SIZE         INTO RPT-ITEM-TEXT.
096000     MOVE WS-CYCLE-BAND-COUNT (WS-BAND-SUB) TO RPT-ITEM-COUNT.
096100     WRITE CCTRPT-RECORD  FROM RPT-ITEM-LINE.
096200/
096300 6200-PRINT-ONE-PENDING-SOURCE.
096400     MOVE WS-PEND-SOURCE-NAME (WS-PEND-SUB) TO RPT-BAND-SOURCE.
096500     PERFORM 6210-MOVE-ONE-PENDING-BAND
096600        VARYING WS-BAND-SUB FROM 1 BY 1
096700        UNTIL WS-BAND-SUB > 5.
096800     WRITE CCTRPT-RECORD  FROM RPT-BAND-LINE.
096900/
097000 6210-MOVE-ONE-PENDING-BAND.
097100     MOVE WS-PEND-COUNT (WS-PEND-SUB WS-BAND-SUB) TO
097200        RPT-BAND-COUNT (WS-BAND-SUB).
097300/
097400 7000-TERMINATE.
097500     CLOSE CLEAN-CLAIM-LOG-IN
097600           PRICED-HISTORY-IN
097700           SUSPENSE-MASTER-IN
097800           REVIEW-QUEUE-IN
097900           HELD-REMIT-IN
098000           EFT-REGISTER
098100           CHECK-REGISTER
098200           MISSED-WINDOW-OUT
098300           TIMELINESS-REPORT.
