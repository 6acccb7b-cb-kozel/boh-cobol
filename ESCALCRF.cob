000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCRF.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCRF - NEW PROGRAM
000700*         - NIGHTLY CASH-REQUIREMENTS FORECAST FOR TREASURY, RUN
000800*           AFTER ESCALEFT.  PROJECTS THE DISBURSEMENTS FOR EACH
000900*           OF THE NEXT TEN BUSINESS DAYS (ESCALBDY) TO THE REPORT
001000*           (CRFRPT) AND THE MACHINE-READABLE FORECAST (CRFOUT,
001100*           SEE CRFCPY), SPLIT THREE WAYS.  CERTAIN: PAYMENT-FLOOR
001200*           HOLDS (REMHLDO) ON THE DAY THEIR FLOOR RIPENS, THE WAY
001300*           ESCALFLR WILL RELEASE THEM, AND WITHHELD FUNDS
001400*           (WHLDLDGO) WHOSE ORDER IS NO LONGER IN EFFECT.
001500*           PROBABLE: THE MEDICAL-REVIEW QUEUE (MRVHLDO) AT THE
001600*           CRFCTL PAY PERCENT ON THE DAY ITS REVIEW IS DUE, AND
001700*           THE SUSPENSE INVENTORY (SUSPMST), EACH LINE VALUED AT
001800*           ITS PROVIDER'S TRAILING AVERAGE (PAVGFILE), RECYCLING
001900*           AT THE RATE THE TRAILING ESCALSUS RUNS ACHIEVED
002000*           (SUSHIST).  ESTIMATED: THE TRAILING COMPLETED RUNS'
002100*           AVERAGE CLAIM VOLUME (RUNCTL) AT THE WEIGHTED AVERAGE
002200*           PAYMENT, FROM THE FIRST DAY A CLAIM NOT YET RECEIVED
002300*           COULD CLEAR THE FLOOR.  A WITHHOLD OR SUSPENSION ORDER
002400*           (ESCALWHX) KEEPS BACK ITS SHARE OF THE PROBABLE MONEY,
002500*           AND OPEN RECEIVABLES (RCVFILE) COME OFF THE PROVIDER'S
002600*           PROJECTED MONEY IN DAY ORDER, AS THE OFFSET STEP WILL
002700*           TAKE THEM.  LAST NIGHT'S FORECAST (CRFIN) FOR TODAY IS
002800*           MEASURED AGAINST WHAT WAS ACTUALLY PAID - TODAY'S EFT
002900*           REGISTER PAYMENTS AND CHECKS ISSUED TODAY.
003000******************************************************************
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.            IBM-Z990.
003500 OBJECT-COMPUTER.            IBM-Z990.
003600 INPUT-OUTPUT  SECTION.
003700 FILE-CONTROL.
003800     SELECT HELD-REMIT-IN        ASSIGN TO REMHLDO
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT WITHHELD-FUNDS-IN    ASSIGN TO WHLDLDGO
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT REVIEW-QUEUE-IN      ASSIGN TO MRVHLDO
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT SUSPENSE-MASTER-IN   ASSIGN TO SUSPMST
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT RECYCLE-HISTORY-IN   ASSIGN TO SUSHIST
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT PRIOR-FORECAST-IN    ASSIGN TO CRFIN
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT RUN-CONTROL-FILE     ASSIGN TO RUNCTL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS RUNM-RUN-DATE.
005400     SELECT AVERAGE-FILE         ASSIGN TO PAVGFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PAVG-PROVIDER-NUMBER.
005800     SELECT RECEIVABLE-FILE      ASSIGN TO RCVFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS RCV-RECORD-KEY.
006200     SELECT EFT-REGISTER         ASSIGN TO EFTREG
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS EFRG-PAYMENT-NUMBER.
006600     SELECT CHECK-REGISTER       ASSIGN TO CHKREG
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CHKR-CHECK-NUMBER.
007000     SELECT FORECAST-OUT         ASSIGN TO CRFOUT
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT FORECAST-REPORT      ASSIGN TO CRFRPT
007300         ORGANIZATION IS SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  HELD-REMIT-IN
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 COPY REMCPY.
008100/
008200 FD  WITHHELD-FUNDS-IN
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 COPY WLGCPY.
008600/
008700 FD  REVIEW-QUEUE-IN
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 COPY MRQCPY.
009100/
009200 FD  SUSPENSE-MASTER-IN
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 COPY SUSPCPY.
009600/
009700 FD  RECYCLE-HISTORY-IN
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000 COPY SUSHCPY.
010100/
010200 FD  PRIOR-FORECAST-IN
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F.
010500 01  CRFIN-RECORD                   PIC X(100).
010600/
010700 FD  RUN-CONTROL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 COPY RUNMCPY.
011000/
011100 FD  AVERAGE-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 COPY PAVGCPY.
011400/
011500 FD  RECEIVABLE-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY RCVFCPY.
011800/
011900 FD  EFT-REGISTER
012000     LABEL RECORDS ARE STANDARD.
012100 COPY EFRGCPY.
012200/
012300 FD  CHECK-REGISTER
012400     LABEL RECORDS ARE STANDARD.
012500 COPY CHKRCPY.
012600/
012700 FD  FORECAST-OUT
012800     LABEL RECORDS ARE STANDARD
012900     RECORDING MODE IS F.
013000 01  CRFOUT-RECORD                  PIC X(100).
013100/
013200 FD  FORECAST-REPORT
013300     LABEL RECORDS ARE STANDARD
013400     RECORDING MODE IS F.
013500 01  CRFRPT-RECORD                  PIC X(100).
013600/
013700 WORKING-STORAGE SECTION.
013800 01  W-STORAGE-REF                  PIC X(46) VALUE
013900     'ESCALCRF      - W O R K I N G   S T O R A G E'.
014000
014100 01  WS-HELD-EOF-SWITCH             PIC X(01) VALUE 'N'.
014200     88  HELD-END-OF-FILE                      VALUE 'Y'.
014300 01  WS-WLG-EOF-SWITCH              PIC X(01) VALUE 'N'.
014400     88  WLG-END-OF-FILE                       VALUE 'Y'.
014500 01  WS-MRQ-EOF-SWITCH              PIC X(01) VALUE 'N'.
014600     88  MRQ-END-OF-FILE                       VALUE 'Y'.
014700 01  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE 'N'.
014800     88  SUSP-END-OF-FILE                      VALUE 'Y'.
014900 01  WS-SUSH-EOF-SWITCH             PIC X(01) VALUE 'N'.
015000     88  SUSH-END-OF-FILE                      VALUE 'Y'.
015100 01  WS-CRFIN-EOF-SWITCH            PIC X(01) VALUE 'N'.
015200     88  CRFIN-END-OF-FILE                     VALUE 'Y'.
015300 01  WS-RUNM-EOF-SWITCH             PIC X(01) VALUE 'N'.
015400     88  RUNM-END-OF-FILE                      VALUE 'Y'.
015500 01  WS-PAVG-EOF-SWITCH             PIC X(01) VALUE 'N'.
015600     88  PAVG-END-OF-FILE                      VALUE 'Y'.
015700 01  WS-RCV-EOF-SWITCH              PIC X(01) VALUE 'N'.
015800     88  RCV-END-OF-FILE                       VALUE 'Y'.
015900 01  WS-EFRG-EOF-SWITCH             PIC X(01) VALUE 'N'.
016000     88  EFRG-END-OF-FILE                      VALUE 'Y'.
016100 01  WS-CHKR-EOF-SWITCH             PIC X(01) VALUE 'N'.
016200     88  CHKR-END-OF-FILE                      VALUE 'Y'.
016300 01  WS-FLRC-EOF-SWITCH             PIC X(01) VALUE 'N'.
016400     88  FLRC-END-OF-FILE                      VALUE 'Y'.
016500 01  WS-PAVG-FOUND-SWITCH           PIC X(01).
016600     88  PAVG-RECORD-FOUND                     VALUE 'Y'.
016700     88  PAVG-RECORD-NOT-FOUND                 VALUE 'N'.
016800 01  WS-PRIOR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
016900     88  PRIOR-FORECAST-FOUND                  VALUE 'Y'.
017000     88  PRIOR-FORECAST-NOT-FOUND              VALUE 'N'.
017100
017200 01  WS-TODAY                       PIC 9(08).
017300 01  WS-HISTORY-START-INT           PIC S9(09).
017400 01  WS-HISTORY-START-DATE          PIC 9(08).
017500 01  WS-WORK-INT                    PIC S9(09).
017600
017700 COPY CLAIMXCPY.
017800/
017900 COPY FLRCCPY.
018000/
018100 COPY CRFCCPY.
018200/
018300 COPY CRFCPY.
018400/
018500 COPY PRMXCPY.
018600/
018700 COPY BDYCPY.
018800/
018900 COPY WHXCPY.
019000/
019100******************************************************************
019200*  CRFCTL SETTINGS IN FORCE - THE COMPILED DEFAULTS STAND WHERE  *
019300*  THE ROW LEAVES A FIELD ZERO OR NO ROW IS IN FORCE.            *
019400******************************************************************
019500 01  WS-REVIEW-PAY-PCT              PIC 9(03) VALUE 90.
019600 01  WS-REVIEW-DAYS                 PIC 9(03) VALUE 10.
019700 01  WS-HISTORY-DAYS                PIC 9(03) VALUE 30.
019800
019900******************************************************************
020000*  EFFECTIVE-DATED FLOOR-DAYS ROWS, PICKED BY THE RECEIPT DATE   *
020100*  THE WAY ESCALFLR PICKS THEM.                                  *
020200******************************************************************
020300 01  WS-FLR-TABLE.
020400     05  WS-FLR-ENTRY  OCCURS 20 TIMES.
020500         10  WS-FLR-EFF-DATE        PIC 9(08).
020600         10  WS-FLR-END-DATE        PIC 9(08).
020700         10  WS-FLR-FLOOR-DAYS      PIC 9(03).
020800 01  WS-FLR-COUNT                   PIC 9(02) VALUE ZERO.
020900 01  WS-FLR-SUB                     PIC 9(02).
021000 01  WS-FLOOR-DAYS-IN-EFFECT        PIC 9(03).
021100 01  WS-RECEIPT-DATE                PIC 9(08).
021200 01  WS-ELIGIBLE-DATE               PIC 9(08).
021300
021400******************************************************************
021500*  THE TEN FORECAST BUSINESS DAYS.  DAY 1 IS THE NEXT BUSINESS   *
021600*  DAY AFTER TONIGHT'S RUN.                                      *
021700******************************************************************
021800 01  WS-DAY-TABLE.
021900     05  WS-DAY-ENTRY  OCCURS 10 TIMES.
022000         10  WS-DAY-DATE            PIC 9(08).
022100         10  WS-DAY-CERTAIN         PIC 9(11)V9(02).
022200         10  WS-DAY-PROBABLE        PIC 9(11)V9(02).
022300         10  WS-DAY-ESTIMATED       PIC 9(11)V9(02).
022400         10  WS-DAY-TOTAL           PIC 9(11)V9(02).
022500         10  WS-DAY-OFFSET          PIC 9(11)V9(02).
022600         10  WS-DAY-WITHHELD        PIC 9(11)V9(02).
022700 01  WS-DAY-SUB                     PIC 9(02).
022800 01  WS-DAY-SCAN-SUB                PIC S9(02).
022900 01  WS-TARGET-DATE                 PIC 9(08).
023000
023100******************************************************************
023200*  PROVIDERS WITH PROJECTED MONEY - THE ORDER IN EFFECT TODAY,   *
023300*  THE TRAILING AVERAGE, THE SUSPENSE INVENTORY VALUE, AND THE   *
023400*  CERTAIN AND PROBABLE MONEY BY FORECAST DAY, KEPT APART SO     *
023500*  THE PROVIDER'S RECEIVABLES CAN COME OFF IT.                   *
023600******************************************************************
023700 01  WS-PROVIDER-TABLE.
023800     05  WS-PRV-ENTRY  OCCURS 5000 TIMES.
023900         10  WS-PRV-NUMBER          PIC X(06).
024000         10  WS-PRV-ORDER-TYPE      PIC X(01).
024100         10  WS-PRV-WITHHOLD-PCT    PIC 9(01)V9(04).
024200         10  WS-PRV-AVG-AMT         PIC 9(07)V9(02).
024300         10  WS-PRV-SUSPENSE-AMT    PIC 9(11)V9(02).
024400         10  WS-PRV-DAY  OCCURS 10 TIMES.
024500             15  WS-PRV-CERTAIN     PIC 9(11)V9(02).
024600             15  WS-PRV-PROBABLE    PIC 9(11)V9(02).
024700 01  WS-PRV-COUNT                   PIC 9(04) VALUE ZERO.
024800 01  WS-PRV-SUB                     PIC 9(04).
024900 01  WS-PRV-SEARCH-SUB              PIC 9(04).
025000 01  WS-PRV-FOUND-SWITCH            PIC X(01).
025100     88  PROVIDER-FOUND                        VALUE 'Y'.
025200     88  PROVIDER-NOT-FOUND                    VALUE 'N'.
025300 01  WS-SEARCH-PROVIDER             PIC X(06).
025400 01  WS-TABLE-FULL-COUNT            PIC 9(07) VALUE ZERO.
025500
025600******************************************************************
025700*  THE PROVIDER IN HAND - ITS ORDER AND AVERAGE, WHETHER OR NOT  *
025800*  IT FOUND ROOM IN THE TABLE (WS-PRV-SUB ZERO WHEN IT DID NOT). *
025900******************************************************************
026000 01  WS-CUR-ORDER-TYPE              PIC X(01).
026100     88  CUR-NO-ORDER                          VALUE SPACE.
026200     88  CUR-FULL-SUSPENSION                   VALUE 'F'.
026300     88  CUR-PCT-WITHHOLD                      VALUE 'P'.
026400 01  WS-CUR-WITHHOLD-PCT            PIC 9(01)V9(04).
026500 01  WS-CUR-AVG-AMT                 PIC 9(07)V9(02).
026600
026700 01  WS-LINE-AMT                    PIC 9(11)V9(02).
026800 01  WS-WITHHELD-PART               PIC 9(11)V9(02).
026900 01  WS-PAY-PART                    PIC 9(11)V9(02).
027000
027100******************************************************************
027200*  HISTORY BEHIND THE PROBABLE AND ESTIMATED MONEY.              *
027300******************************************************************
027400 01  WS-RECYCLE-RUN-COUNT           PIC 9(05) VALUE ZERO.
027500 01  WS-RECYCLE-LINES-TOTAL         PIC 9(11) VALUE ZERO.
027600 01  WS-RECYCLE-RESOLVED-TOTAL      PIC 9(11) VALUE ZERO.
027700 01  WS-RECYCLE-RATE                PIC 9(01)V9(06) VALUE ZERO.
027800 01  WS-RECYCLE-REMAINING           PIC 9(11)V9(02).
027900 01  WS-UNTABLED-SUSPENSE-AMT       PIC 9(11)V9(02) VALUE ZERO.
028000 01  WS-RUN-COUNT                   PIC 9(05) VALUE ZERO.
028100 01  WS-RUN-CLAIMS-TOTAL            PIC 9(11) VALUE ZERO.
028200 01  WS-AVG-CLAIMS-PER-RUN          PIC 9(07)V9(02) VALUE ZERO.
028300 01  WS-PAVG-TREATMENT-TOTAL        PIC 9(13) VALUE ZERO.
028400 01  WS-PAVG-DOLLAR-TOTAL           PIC 9(15)V9(02) VALUE ZERO.
028500 01  WS-WEIGHTED-AVG-AMT            PIC 9(07)V9(02) VALUE ZERO.
028600 01  WS-ESTIMATE-DAILY-AMT          PIC 9(11)V9(02) VALUE ZERO.
028700 01  WS-ESTIMATE-FROM-DATE          PIC 9(08) VALUE ZERO.
028800
028900******************************************************************
029000*  COUNTS AND DOLLARS FOR THE BASIS SECTION OF THE REPORT.       *
029100******************************************************************
029200 01  WS-HELD-LINE-COUNT             PIC 9(07) VALUE ZERO.
029300 01  WS-LEDGER-RELEASE-COUNT        PIC 9(07) VALUE ZERO.
029400 01  WS-LEDGER-HELD-AMT             PIC 9(11)V9(02) VALUE ZERO.
029500 01  WS-REVIEW-LINE-COUNT           PIC 9(07) VALUE ZERO.
029600 01  WS-REVIEW-QUEUE-AMT            PIC 9(11)V9(02) VALUE ZERO.
029700 01  WS-SUSPENSE-LINE-COUNT         PIC 9(07) VALUE ZERO.
029800 01  WS-SUSPENSE-VALUE-AMT          PIC 9(11)V9(02) VALUE ZERO.
029900 01  WS-BEYOND-CERTAIN-AMT          PIC 9(11)V9(02) VALUE ZERO.
030000 01  WS-BEYOND-PROBABLE-AMT         PIC 9(11)V9(02) VALUE ZERO.
030100 01  WS-RECEIVABLE-OPEN-AMT         PIC 9(11)V9(02) VALUE ZERO.
030200 01  WS-OPEN-BALANCE                PIC S9(11)V9(02).
030300 01  WS-OFFSET-AMT                  PIC 9(11)V9(02).
030400 01  WS-OFFSET-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
030500 01  WS-GRAND-CERTAIN               PIC 9(11)V9(02) VALUE ZERO.
030600 01  WS-GRAND-PROBABLE              PIC 9(11)V9(02) VALUE ZERO.
030700 01  WS-GRAND-ESTIMATED             PIC 9(11)V9(02) VALUE ZERO.
030800 01  WS-GRAND-TOTAL                 PIC 9(11)V9(02) VALUE ZERO.
030900 01  WS-GRAND-OFFSET                PIC 9(11)V9(02) VALUE ZERO.
031000 01  WS-GRAND-WITHHELD              PIC 9(11)V9(02) VALUE ZERO.
031100
031200******************************************************************
031300*  LAST NIGHT'S FORECAST FOR TODAY AGAINST WHAT WAS PAID.        *
031400******************************************************************
031500 01  WS-PRIOR-FORECAST-DATE         PIC 9(08) VALUE ZERO.
031600 01  WS-PRIOR-CERTAIN-AMT           PIC 9(11)V9(02) VALUE ZERO.
031700 01  WS-PRIOR-PROBABLE-AMT          PIC 9(11)V9(02) VALUE ZERO.
031800 01  WS-PRIOR-ESTIMATED-AMT         PIC 9(11)V9(02) VALUE ZERO.
031900 01  WS-PRIOR-TOTAL-AMT             PIC 9(11)V9(02) VALUE ZERO.
032000 01  WS-ACTUAL-EFT-AMT              PIC 9(11)V9(02) VALUE ZERO.
032100 01  WS-ACTUAL-CHECK-AMT            PIC 9(11)V9(02) VALUE ZERO.
032200 01  WS-ACTUAL-TOTAL-AMT            PIC 9(11)V9(02) VALUE ZERO.
032300 01  WS-VARIANCE-AMT                PIC S9(11)V9(02) VALUE ZERO.
032400 01  WS-VARIANCE-PCT                PIC S9(05)V9(02) VALUE ZERO.
032500
032600 01  WS-EDIT-AMT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
032700 01  WS-EDIT-SIGNED-AMT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
032800 01  WS-EDIT-PCT                    PIC -ZZ9.99.
032900 01  WS-EDIT-RATE                   PIC ZZ9.9999.
033000 01  WS-EDIT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
033100 01  WS-EDIT-AVERAGE                PIC Z,ZZZ,ZZ9.99.
033200
033300 01  RPT-HEADING-1.
033400     05  FILLER                     PIC X(05) VALUE SPACES.
033500     05  FILLER                     PIC X(44) VALUE
033600         'DAILY CASH-REQUIREMENTS FORECAST - RUN OF'.
033700     05  RPT-HDR-RUN-DATE           PIC 9(08).
033800
033900 01  RPT-SECTION-LINE.
034000     05  FILLER                     PIC X(03) VALUE SPACES.
034100     05  RPT-SECTION-TEXT           PIC X(60).
034200
034300 01  RPT-ITEM-LINE.
034400     05  FILLER                     PIC X(05) VALUE SPACES.
034500     05  RPT-ITEM-TEXT              PIC X(46).
034600     05  RPT-ITEM-VALUE             PIC X(20).
034700
034800 01  RPT-DAY-HEADING.
034900     05  FILLER                     PIC X(03) VALUE SPACES.
035000     05  FILLER                     PIC X(12) VALUE 'DAY DATE'.
035100     05  FILLER                     PIC X(14) VALUE
035200         '       CERTAIN'.
035300     05  FILLER                     PIC X(14) VALUE
035400         '      PROBABLE'.
035500     05  FILLER                     PIC X(14) VALUE
035600         '     ESTIMATED'.
035700     05  FILLER                     PIC X(14) VALUE
035800         '         TOTAL'.
035900     05  FILLER                     PIC X(14) VALUE
036000         '       OFFSETS'.
036100     05  FILLER                     PIC X(14) VALUE
036200         '      WITHHELD'.
036300
036400 01  RPT-DAY-LINE.
036500     05  FILLER                     PIC X(03) VALUE SPACES.
036600     05  RPT-DAY-NUMBER             PIC Z9.
036700     05  FILLER                     PIC X(02) VALUE SPACES.
036800     05  RPT-DAY-DATE               PIC 9(08).
036900     05  RPT-DAY-AMOUNT  OCCURS 6 TIMES.
037000         10  FILLER                 PIC X(02) VALUE SPACES.
037100         10  RPT-DAY-AMT            PIC ZZZZ,ZZZ,ZZ9.
037200
037300 01  RPT-DAY-TOTAL-LINE.
037400     05  FILLER                     PIC X(03) VALUE SPACES.
037500     05  FILLER                     PIC X(12) VALUE 'TOTAL'.
037600     05  RPT-TOTAL-AMOUNT  OCCURS 6 TIMES.
037700         10  FILLER                 PIC X(02) VALUE SPACES.
037800         10  RPT-TOTAL-AMT          PIC ZZZZ,ZZZ,ZZ9.
037900
038000 01  RPT-TOTAL-LINE.
038100     05  FILLER                     PIC X(05) VALUE SPACES.
038200     05  RPT-TOTAL-TEXT             PIC X(30).
038300     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
038400/
038500 PROCEDURE DIVISION.
038600
038700 0000-MAINLINE.
038800     PERFORM 1000-INITIALIZE.
038900     PERFORM 2000-PROJECT-ONE-HELD-REMIT UNTIL HELD-END-OF-FILE.
039000     PERFORM 2500-PROJECT-ONE-LEDGER-ENTRY UNTIL WLG-END-OF-FILE.
039100     PERFORM 3000-PROJECT-ONE-REVIEW UNTIL MRQ-END-OF-FILE.
039200     PERFORM 3500-VALUE-ONE-SUSPENSE UNTIL SUSP-END-OF-FILE.
039300     PERFORM 3600-SPREAD-ONE-PROVIDER
039400        VARYING WS-PRV-SUB FROM 1 BY 1
039500        UNTIL WS-PRV-SUB > WS-PRV-COUNT.
039600     PERFORM 3700-SPREAD-UNTABLED-SUSPENSE.
039700     PERFORM 4000-OFFSET-ONE-RECEIVABLE UNTIL RCV-END-OF-FILE.
039800     PERFORM 4500-TOTAL-ONE-PROVIDER
039900        VARYING WS-PRV-SUB FROM 1 BY 1
040000        UNTIL WS-PRV-SUB > WS-PRV-COUNT.
040100     PERFORM 5000-WRITE-ONE-FORECAST-DAY
040200        VARYING WS-DAY-SUB FROM 1 BY 1
040300        UNTIL WS-DAY-SUB > 10.
040400     PERFORM 6000-PRINT-RUN-TOTALS.
040500     PERFORM 7000-TERMINATE.
040600     GOBACK.
040700/
040800 1000-INITIALIZE.
040900     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
041000     MOVE ZEROS                     TO WS-DAY-TABLE.
041100
041200     OPEN INPUT  HELD-REMIT-IN.
041300     OPEN INPUT  WITHHELD-FUNDS-IN.
041400     OPEN INPUT  REVIEW-QUEUE-IN.
041500     OPEN INPUT  SUSPENSE-MASTER-IN.
041600     OPEN INPUT  RECYCLE-HISTORY-IN.
041700     OPEN INPUT  PRIOR-FORECAST-IN.
041800     OPEN INPUT  RUN-CONTROL-FILE.
041900     OPEN INPUT  AVERAGE-FILE.
042000     OPEN INPUT  RECEIVABLE-FILE.
042100     OPEN INPUT  EFT-REGISTER.
042200     OPEN INPUT  CHECK-REGISTER.
042300     OPEN OUTPUT FORECAST-OUT.
042400     OPEN OUTPUT FORECAST-REPORT.
042500
042600     MOVE WS-TODAY                  TO RPT-HDR-RUN-DATE.
042700     WRITE CRFRPT-RECORD         FROM RPT-HEADING-1.
042800
042900     PERFORM 1100-LOAD-FORECAST-CONTROL.
043000     PERFORM 1150-LOAD-FLOOR-CONTROL.
043100     PERFORM 1200-SET-ONE-FORECAST-DAY
043200        VARYING WS-DAY-SUB FROM 1 BY 1
043300        UNTIL WS-DAY-SUB > 10.
043400
043500     COMPUTE WS-HISTORY-START-INT =
043600        FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-HISTORY-DAYS.
043700     COMPUTE WS-HISTORY-START-DATE =
043800        FUNCTION DATE-OF-INTEGER(WS-HISTORY-START-INT).
043900     PERFORM 1300-LOAD-ONE-RECYCLE-RUN UNTIL SUSH-END-OF-FILE.
044000     IF WS-RECYCLE-LINES-TOTAL > ZERO  THEN
044100        COMPUTE WS-RECYCLE-RATE ROUNDED =
044200           WS-RECYCLE-RESOLVED-TOTAL / WS-RECYCLE-LINES-TOTAL
044300     END-IF.
044400     PERFORM 1400-LOAD-RUN-HISTORY.
044500     PERFORM 1500-LOAD-AVERAGE-BASIS.
044600     COMPUTE WS-ESTIMATE-DAILY-AMT ROUNDED =
044700        WS-AVG-CLAIMS-PER-RUN * WS-WEIGHTED-AVG-AMT.
044800     MOVE WS-DAY-DATE (1)           TO WS-RECEIPT-DATE.
044900     PERFORM 8200-FIND-ELIGIBLE-DATE.
045000     MOVE WS-ELIGIBLE-DATE          TO WS-ESTIMATE-FROM-DATE.
045100
045200     PERFORM 1600-MEASURE-PRIOR-FORECAST.
045300
045400     PERFORM 2900-READ-NEXT-HELD-REMIT.
045500     PERFORM 2950-READ-NEXT-LEDGER.
045600     PERFORM 3900-READ-NEXT-REVIEW.
045700     PERFORM 3950-READ-NEXT-SUSPENSE.
045800     MOVE LOW-VALUES                TO RCV-RECORD-KEY.
045900     START RECEIVABLE-FILE KEY IS >= RCV-RECORD-KEY
046000         INVALID KEY MOVE 'Y'       TO WS-RCV-EOF-SWITCH
046100     END-START.
046200/
046300******************************************************************
046400*  THE CRFCTL ROW IN FORCE TODAY THROUGH ESCALPRM.  A ZERO FIELD *
046500*  KEEPS ITS COMPILED DEFAULT.                                   *
046600******************************************************************
046700 1100-LOAD-FORECAST-CONTROL.
046800     MOVE 'CRFCTL'                  TO PRMX-FAMILY.
046900     MOVE 'F'                       TO PRMX-FUNCTION.
047000     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
047100     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
047200     IF PRMX-ROW-RETURNED  THEN
047300        MOVE PRMX-VALUE-IMAGE       TO FORECAST-CONTROL-RECORD
047400        IF CRFC-REVIEW-PAY-PCT NUMERIC  AND
047500           CRFC-REVIEW-PAY-PCT > ZERO  AND
047600           CRFC-REVIEW-PAY-PCT NOT > 100  THEN
047700           MOVE CRFC-REVIEW-PAY-PCT TO WS-REVIEW-PAY-PCT
047800        END-IF
047900        IF CRFC-REVIEW-DAYS NUMERIC  AND
048000           CRFC-REVIEW-DAYS > ZERO  THEN
048100           MOVE CRFC-REVIEW-DAYS    TO WS-REVIEW-DAYS
048200        END-IF
048300        IF CRFC-HISTORY-DAYS NUMERIC  AND
048400           CRFC-HISTORY-DAYS > ZERO  THEN
048500           MOVE CRFC-HISTORY-DAYS   TO WS-HISTORY-DAYS
048600        END-IF
048700     END-IF.
048800/
048900 1150-LOAD-FLOOR-CONTROL.
049000     MOVE 'FLRCTL'                  TO PRMX-FAMILY.
049100     MOVE 'F'                       TO PRMX-FUNCTION.
049200     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
049300     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
049400     PERFORM 1160-LOAD-ONE-FLOOR-ROW
049500        UNTIL FLRC-END-OF-FILE.
049600/
049700 1160-LOAD-ONE-FLOOR-ROW.
049800     IF NOT PRMX-ROW-RETURNED  THEN
049900        MOVE 'Y'                    TO WS-FLRC-EOF-SWITCH
050000     ELSE
050100        MOVE PRMX-VALUE-IMAGE       TO FLOOR-CONTROL-RECORD
050200        IF WS-FLR-COUNT < 20  THEN
050300           ADD 1                    TO WS-FLR-COUNT
050400           MOVE FLRC-EFF-DATE       TO
050500              WS-FLR-EFF-DATE (WS-FLR-COUNT)
050600           MOVE FLRC-END-DATE       TO
050700              WS-FLR-END-DATE (WS-FLR-COUNT)
050800           MOVE FLRC-FLOOR-DAYS     TO
050900              WS-FLR-FLOOR-DAYS (WS-FLR-COUNT)
051000        ELSE
051100           DISPLAY 'ESCALCRF - MORE THAN 20 FLRCTL ROWS - '
051200              'EXTRAS IGNORED'
051300           MOVE 'Y'                 TO WS-FLRC-EOF-SWITCH
051400        END-IF
051500        MOVE 'N'                    TO PRMX-FUNCTION
051600        CALL 'ESCALPRM'          USING PARAMETER-LOOKUP-REQUEST
051700     END-IF.
051800/
051900 1200-SET-ONE-FORECAST-DAY.
052000     MOVE 'A'                       TO BDY-FUNCTION.
052100     MOVE WS-TODAY                  TO BDY-FROM-DATE.
052200     MOVE WS-DAY-SUB                TO BDY-DAY-COUNT.
052300     CALL 'ESCALBDY'             USING BUSINESS-DAY-REQUEST.
052400     IF BDY-REQUEST-OK  THEN
052500        MOVE BDY-RESULT-DATE        TO WS-DAY-DATE (WS-DAY-SUB)
052600     ELSE
052700        COMPUTE WS-WORK-INT =
052800           FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-DAY-SUB
052900        COMPUTE WS-DAY-DATE (WS-DAY-SUB) =
053000           FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
053100     END-IF.
053200/
053300******************************************************************
053400*  THE SUSPENSE RECYCLE RATE - OF THE SUSPENSE LINES THE         *
053500*  TRAILING ESCALSUS RUNS READ, THE SHARE A CORRECTION RESOLVED. *
053600******************************************************************
053700 1300-LOAD-ONE-RECYCLE-RUN.
053800     READ RECYCLE-HISTORY-IN
053900         AT END
054000           MOVE 'Y'                 TO WS-SUSH-EOF-SWITCH
054100         NOT AT END
054200           IF SUSH-RUN-DATE NOT < WS-HISTORY-START-DATE  AND
054300              SUSH-RUN-DATE NOT > WS-TODAY  THEN
054400              ADD 1                 TO WS-RECYCLE-RUN-COUNT
054500              ADD SUSH-LINES-READ   TO WS-RECYCLE-LINES-TOTAL
054600              ADD SUSH-RESOLVED-COUNT TO WS-RECYCLE-RESOLVED-TOTAL
054700           END-IF
054800     END-READ.
054900/
055000******************************************************************
055100*  THE AVERAGE CLAIM VOLUME OF THE COMPLETED RUNS IN THE         *
055200*  HISTORY WINDOW.                                               *
055300******************************************************************
055400 1400-LOAD-RUN-HISTORY.
055500     MOVE WS-HISTORY-START-DATE     TO RUNM-RUN-DATE.
055600     START RUN-CONTROL-FILE KEY IS >= RUNM-RUN-DATE
055700         INVALID KEY MOVE 'Y'       TO WS-RUNM-EOF-SWITCH
055800     END-START.
055900     PERFORM 1410-LOAD-ONE-RUN UNTIL RUNM-END-OF-FILE.
056000     IF WS-RUN-COUNT > ZERO  THEN
056100        COMPUTE WS-AVG-CLAIMS-PER-RUN ROUNDED =
056200           WS-RUN-CLAIMS-TOTAL / WS-RUN-COUNT
056300     END-IF.
056400/
056500 1410-LOAD-ONE-RUN.
056600     READ RUN-CONTROL-FILE NEXT RECORD
056700         AT END
056800           MOVE 'Y'                 TO WS-RUNM-EOF-SWITCH
056900         NOT AT END
057000           IF RUNM-RUN-DATE > WS-TODAY  THEN
057100              MOVE 'Y'              TO WS-RUNM-EOF-SWITCH
057200           ELSE
057300              IF RUNM-RUN-COMPLETED  THEN
057400                 ADD 1              TO WS-RUN-COUNT
057500                 ADD RUNM-CLAIMS-PRICED TO WS-RUN-CLAIMS-TOTAL
057600              END-IF
057700           END-IF
057800     END-READ.
057900/
058000******************************************************************
058100*  THE AVERAGE PAYMENT PER TREATMENT ACROSS ALL PROVIDERS,       *
058200*  WEIGHTED BY EACH PROVIDER'S TREATMENT COUNT.                  *
058300******************************************************************
058400 1500-LOAD-AVERAGE-BASIS.
058500     MOVE LOW-VALUES                TO PAVG-PROVIDER-NUMBER.
058600     START AVERAGE-FILE KEY IS >= PAVG-PROVIDER-NUMBER
058700         INVALID KEY MOVE 'Y'       TO WS-PAVG-EOF-SWITCH
058800     END-START.
058900     PERFORM 1510-LOAD-ONE-AVERAGE UNTIL PAVG-END-OF-FILE.
059000     IF WS-PAVG-TREATMENT-TOTAL > ZERO  THEN
059100        COMPUTE WS-WEIGHTED-AVG-AMT ROUNDED =
059200           WS-PAVG-DOLLAR-TOTAL / WS-PAVG-TREATMENT-TOTAL
059300     END-IF.
059400/
059500 1510-LOAD-ONE-AVERAGE.
059600     READ AVERAGE-FILE NEXT RECORD
059700         AT END
059800           MOVE 'Y'                 TO WS-PAVG-EOF-SWITCH
059900         NOT AT END
060000           ADD PAVG-TREATMENT-COUNT TO WS-PAVG-TREATMENT-TOTAL
060100           COMPUTE WS-PAVG-DOLLAR-TOTAL = WS-PAVG-DOLLAR-TOTAL +
060200              PAVG-AVG-PER-TREATMENT * PAVG-TREATMENT-COUNT
060300     END-READ.
060400/
060500******************************************************************
060600*  LAST NIGHT'S FORECAST FOR TODAY AGAINST WHAT TONIGHT ACTUALLY *
060700*  PAID: EVERY EFT PAYMENT ON TODAY'S REGISTER AND EVERY CHECK   *
060800*  ISSUED TODAY.  NO PRIOR DAY RECORD FOR TODAY (NO FORECAST     *
060900*  LAST NIGHT, OR TODAY IS NOT A BUSINESS DAY) MEASURES NOTHING. *
061000******************************************************************
061100 1600-MEASURE-PRIOR-FORECAST.
061200     PERFORM 1610-READ-ONE-PRIOR-RECORD
061300        UNTIL CRFIN-END-OF-FILE  OR  PRIOR-FORECAST-FOUND.
061400
061500     MOVE WS-TODAY                  TO EFRG-PAY-DATE.
061600     MOVE ZERO                      TO EFRG-PAY-SEQUENCE.
061700     START EFT-REGISTER KEY IS >= EFRG-PAYMENT-NUMBER
061800         INVALID KEY MOVE 'Y'       TO WS-EFRG-EOF-SWITCH
061900     END-START.
062000     PERFORM 1620-ADD-ONE-EFT-PAYMENT UNTIL EFRG-END-OF-FILE.
062100     PERFORM 1630-ADD-ONE-CHECK UNTIL CHKR-END-OF-FILE.
062200     ADD WS-ACTUAL-EFT-AMT WS-ACTUAL-CHECK-AMT
062300                                GIVING WS-ACTUAL-TOTAL-AMT.
062400
062500     MOVE SPACES                    TO CRFRPT-RECORD.
062600     WRITE CRFRPT-RECORD.
062700     MOVE 'SECTION A - PRIOR FORECAST FOR TODAY AGAINST ACTUAL'
062800                                    TO RPT-SECTION-TEXT.
062900     WRITE CRFRPT-RECORD  FROM RPT-SECTION-LINE.
063000     IF PRIOR-FORECAST-NOT-FOUND  THEN
063100        MOVE 'NO PRIOR FORECAST FOR TODAY - NOTHING MEASURED'
063200                                    TO RPT-ITEM-TEXT
063300        MOVE SPACES                 TO RPT-ITEM-VALUE
063400        WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE
063500     ELSE
063600        PERFORM 1650-WRITE-MEASURE
063700     END-IF.
063800/
063900 1610-READ-ONE-PRIOR-RECORD.
064000     READ PRIOR-FORECAST-IN
064100         AT END
064200           MOVE 'Y'                 TO WS-CRFIN-EOF-SWITCH
064300         NOT AT END
064400           MOVE CRFIN-RECORD        TO CASH-FORECAST-RECORD
064500           IF CRF-IS-DAY  AND  CRF-BUSINESS-DATE = WS-TODAY  THEN
064600              MOVE 'Y'              TO WS-PRIOR-FOUND-SWITCH
064700              MOVE CRF-FORECAST-DATE TO WS-PRIOR-FORECAST-DATE
064800              MOVE CRF-CERTAIN-AMT  TO WS-PRIOR-CERTAIN-AMT
064900              MOVE CRF-PROBABLE-AMT TO WS-PRIOR-PROBABLE-AMT
065000              MOVE CRF-ESTIMATED-AMT TO WS-PRIOR-ESTIMATED-AMT
065100              MOVE CRF-TOTAL-AMT    TO WS-PRIOR-TOTAL-AMT
065200           END-IF
065300     END-READ.
065400/
065500 1620-ADD-ONE-EFT-PAYMENT.
065600     READ EFT-REGISTER NEXT RECORD
065700         AT END
065800           MOVE 'Y'                 TO WS-EFRG-EOF-SWITCH
065900         NOT AT END
066000           IF EFRG-PAY-DATE NOT = WS-TODAY  THEN
066100              MOVE 'Y'              TO WS-EFRG-EOF-SWITCH
066200           ELSE
066300              IF EFRG-IS-PAYMENT  THEN
066400                 ADD EFRG-PAYMENT-AMT TO WS-ACTUAL-EFT-AMT
066500              END-IF
066600           END-IF
066700     END-READ.
066800/
066900******************************************************************
067000*  THE CHECK REGISTER IS KEYED BY CHECK NUMBER, SO IT IS READ    *
067100*  THROUGH FOR THE CHECKS ISSUED TODAY.                          *
067200******************************************************************
067300 1630-ADD-ONE-CHECK.
067400     READ CHECK-REGISTER NEXT RECORD
067500         AT END
067600           MOVE 'Y'                 TO WS-CHKR-EOF-SWITCH
067700         NOT AT END
067800           IF CHKR-ISSUE-DATE = WS-TODAY  THEN
067900              ADD CHKR-CHECK-AMT    TO WS-ACTUAL-CHECK-AMT
068000           END-IF
068100     END-READ.
068200/
068300 1650-WRITE-MEASURE.
068400     COMPUTE WS-VARIANCE-AMT =
068500        WS-ACTUAL-TOTAL-AMT - WS-PRIOR-TOTAL-AMT.
068600     MOVE ZERO                      TO WS-VARIANCE-PCT.
068700     IF WS-PRIOR-TOTAL-AMT > ZERO  THEN
068800        COMPUTE WS-VARIANCE-PCT ROUNDED =
068900           WS-VARIANCE-AMT * 100 / WS-PRIOR-TOTAL-AMT
069000           ON SIZE ERROR MOVE 999.99 TO WS-VARIANCE-PCT
069100        END-COMPUTE
069200     END-IF.
069300     IF WS-VARIANCE-PCT > 999.99  THEN
069400        MOVE 999.99                 TO WS-VARIANCE-PCT
069500     END-IF.
069600     IF WS-VARIANCE-PCT < -999.99  THEN
069700        MOVE -999.99                TO WS-VARIANCE-PCT
069800     END-IF.
069900
070000     MOVE SPACES                    TO CASH-FORECAST-RECORD.
070100     MOVE 'M'                       TO CRF-RECORD-TYPE.
070200     MOVE WS-PRIOR-FORECAST-DATE    TO CRF-FORECAST-DATE.
070300     MOVE 1                         TO CRF-DAY-NUMBER.
070400     MOVE WS-TODAY                  TO CRF-BUSINESS-DATE.
070500     MOVE WS-PRIOR-TOTAL-AMT        TO CRF-FORECAST-TOTAL-AMT.
070600     MOVE WS-ACTUAL-EFT-AMT         TO CRF-ACTUAL-EFT-AMT.
070700     MOVE WS-ACTUAL-CHECK-AMT       TO CRF-ACTUAL-CHECK-AMT.
070800     MOVE WS-ACTUAL-TOTAL-AMT       TO CRF-ACTUAL-TOTAL-AMT.
070900     MOVE WS-VARIANCE-AMT           TO CRF-VARIANCE-AMT.
071000     MOVE WS-VARIANCE-PCT           TO CRF-VARIANCE-PCT.
071100     WRITE CRFOUT-RECORD         FROM CASH-FORECAST-RECORD.
071200
071300     MOVE SPACES                    TO RPT-ITEM-VALUE.
071400     MOVE 'FORECAST MADE ON'        TO RPT-ITEM-TEXT.
071500     MOVE WS-PRIOR-FORECAST-DATE    TO RPT-ITEM-VALUE.
071600     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
071700     MOVE 'FORECAST - CERTAIN'      TO RPT-ITEM-TEXT.
071800     MOVE WS-PRIOR-CERTAIN-AMT      TO WS-EDIT-AMT.
071900     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
072000     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
072100     MOVE 'FORECAST - PROBABLE'     TO RPT-ITEM-TEXT.
072200     MOVE WS-PRIOR-PROBABLE-AMT     TO WS-EDIT-AMT.
072300     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
072400     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
072500     MOVE 'FORECAST - ESTIMATED'    TO RPT-ITEM-TEXT.
072600     MOVE WS-PRIOR-ESTIMATED-AMT    TO WS-EDIT-AMT.
072700     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
072800     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
072900     MOVE 'FORECAST - TOTAL'        TO RPT-ITEM-TEXT.
073000     MOVE WS-PRIOR-TOTAL-AMT        TO WS-EDIT-AMT.
073100     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
073200     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
073300     MOVE 'ACTUAL - EFT PAYMENTS'   TO RPT-ITEM-TEXT.
073400     MOVE WS-ACTUAL-EFT-AMT         TO WS-EDIT-AMT.
073500     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
073600     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
073700     MOVE 'ACTUAL - CHECKS ISSUED'  TO RPT-ITEM-TEXT.
073800     MOVE WS-ACTUAL-CHECK-AMT       TO WS-EDIT-AMT.
073900     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
074000     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
074100     MOVE 'ACTUAL - TOTAL'          TO RPT-ITEM-TEXT.
074200     MOVE WS-ACTUAL-TOTAL-AMT       TO WS-EDIT-AMT.
074300     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
074400     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
074500     MOVE 'MISS (ACTUAL LESS FORECAST)' TO RPT-ITEM-TEXT.
074600     MOVE WS-VARIANCE-AMT           TO WS-EDIT-SIGNED-AMT.
074700     MOVE WS-EDIT-SIGNED-AMT        TO RPT-ITEM-VALUE.
074800     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
074900     MOVE 'MISS AS A PERCENT OF THE FORECAST' TO RPT-ITEM-TEXT.
075000     MOVE SPACES                    TO RPT-ITEM-VALUE.
075100     MOVE WS-VARIANCE-PCT           TO WS-EDIT-PCT.
075200     STRING WS-EDIT-PCT ' PCT' DELIMITED BY SIZE
075300                                  INTO RPT-ITEM-VALUE.
075400     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
075500/
075600******************************************************************
075700*  CERTAIN - A FLOOR HOLD RELEASES THE NIGHT ITS FLOOR RIPENS,   *
075800*  SO IT IS PAID ON THE FIRST FORECAST DAY ON OR AFTER THAT.     *
075900*  THE RUN HAS ALREADY TAKEN ANY WITHHOLD OUT OF ITS NET.        *
076000******************************************************************
076100 2000-PROJECT-ONE-HELD-REMIT.
076200     IF REM-IS-DETAIL  AND
076300        REM-RECEIPT-DATE NUMERIC  AND
076400        REM-RECEIPT-DATE > ZERO  THEN
076500        ADD 1                       TO WS-HELD-LINE-COUNT
076600        MOVE REM-RECEIPT-DATE       TO WS-RECEIPT-DATE
076700        PERFORM 8200-FIND-ELIGIBLE-DATE
076800        MOVE WS-ELIGIBLE-DATE       TO WS-TARGET-DATE
076900        PERFORM 8000-FIND-FORECAST-DAY
077000        COMPUTE WS-LINE-AMT ROUNDED =
077100           REM-NET-PAY-AMT + REM-OUTLIER-AMT
077200        MOVE REM-PROVIDER-NUMBER    TO WS-SEARCH-PROVIDER
077300        PERFORM 8100-FIND-PROVIDER
077400        PERFORM 8300-ADD-CERTAIN
077500     END-IF.
077600     PERFORM 2900-READ-NEXT-HELD-REMIT.
077700/
077800 2900-READ-NEXT-HELD-REMIT.
077900     READ HELD-REMIT-IN
078000         AT END MOVE 'Y'            TO WS-HELD-EOF-SWITCH
078100         NOT AT END
078200           IF REM-IS-TRAILER  THEN
078300              MOVE 'Y'              TO WS-HELD-EOF-SWITCH
078400           END-IF
078500     END-READ.
078600/
078700******************************************************************
078800*  WITHHELD FUNDS STILL HELD - A PROVIDER WHOSE ORDER IS NO      *
078900*  LONGER IN EFFECT IS PAID OUT BY ESCALWHR AS SOON AS THE       *
079000*  RELEASE IS KEYED, SO ITS MONEY IS CERTAIN ON DAY 1; UNDER AN  *
079100*  ORDER STILL IN EFFECT IT IS SHOWN BUT NOT PROJECTED.          *
079200******************************************************************
079300 2500-PROJECT-ONE-LEDGER-ENTRY.
079400     IF WLG-HELD  THEN
079500        MOVE WLG-PROVIDER-NUMBER    TO WS-SEARCH-PROVIDER
079600        PERFORM 8100-FIND-PROVIDER
079700        IF CUR-NO-ORDER  THEN
079800           ADD 1                    TO WS-LEDGER-RELEASE-COUNT
079900           MOVE WLG-WITHHELD-AMT    TO WS-LINE-AMT
080000           MOVE 1                   TO WS-DAY-SUB
080100           PERFORM 8300-ADD-CERTAIN
080200        ELSE
080300           ADD WLG-WITHHELD-AMT     TO WS-LEDGER-HELD-AMT
080400        END-IF
080500     END-IF.
080600     PERFORM 2950-READ-NEXT-LEDGER.
080700/
080800 2950-READ-NEXT-LEDGER.
080900     READ WITHHELD-FUNDS-IN
081000         AT END MOVE 'Y'            TO WS-WLG-EOF-SWITCH
081100     END-READ.
081200/
081300******************************************************************
081400*  PROBABLE - A CLAIM IN MEDICAL REVIEW IS DECIDED THE CRFCTL    *
081500*  REVIEW DAYS AFTER IT WAS QUEUED (AN OVERDUE REVIEW ON DAY 1), *
081600*  AND THE CRFCTL SHARE OF THE QUEUE PAYS AS PRICED.             *
081700******************************************************************
081800 3000-PROJECT-ONE-REVIEW.
081900     MOVE MRQ-CLAIM-EXTRACT-IMAGE   TO CLAIM-EXTRACT-RECORD.
082000     ADD 1                          TO WS-REVIEW-LINE-COUNT.
082100     COMPUTE WS-LINE-AMT ROUNDED =
082200        MRQ-NET-PAY-AMT + MRQ-OUT-PAYMENT-AMT.
082300     ADD WS-LINE-AMT                TO WS-REVIEW-QUEUE-AMT.
082400     COMPUTE WS-LINE-AMT ROUNDED =
082500        WS-LINE-AMT * WS-REVIEW-PAY-PCT / 100.
082600     MOVE WS-DAY-DATE (1)           TO WS-TARGET-DATE.
082700     IF MRQ-QUEUE-DATE NUMERIC  AND  MRQ-QUEUE-DATE > ZERO  THEN
082800        MOVE 'A'                    TO BDY-FUNCTION
082900        MOVE MRQ-QUEUE-DATE         TO BDY-FROM-DATE
083000        MOVE WS-REVIEW-DAYS         TO BDY-DAY-COUNT
083100        CALL 'ESCALBDY'          USING BUSINESS-DAY-REQUEST
083200        IF BDY-REQUEST-OK  THEN
083300           MOVE BDY-RESULT-DATE     TO WS-TARGET-DATE
083400        END-IF
083500     END-IF.
083600     PERFORM 8000-FIND-FORECAST-DAY.
083700     MOVE CX-PROVIDER-NUMBER        TO WS-SEARCH-PROVIDER.
083800     PERFORM 8100-FIND-PROVIDER.
083900     PERFORM 8400-ADD-PROBABLE.
084000     PERFORM 3900-READ-NEXT-REVIEW.
084100/
084200 3900-READ-NEXT-REVIEW.
084300     READ REVIEW-QUEUE-IN
084400         AT END MOVE 'Y'            TO WS-MRQ-EOF-SWITCH
084500     END-READ.
084600/
084700******************************************************************
084800*  PROBABLE - EACH SUSPENSE LINE IS VALUED AT ITS PROVIDER'S     *
084900*  TRAILING AVERAGE PER TREATMENT (THE WEIGHTED AVERAGE WHEN THE *
085000*  PROVIDER HAS NONE) AND ADDED TO THE PROVIDER'S INVENTORY.     *
085100******************************************************************
085200 3500-VALUE-ONE-SUSPENSE.
085300     MOVE SUS-CLAIM-EXTRACT-IMAGE   TO CLAIM-EXTRACT-RECORD.
085400     ADD 1                          TO WS-SUSPENSE-LINE-COUNT.
085500     MOVE CX-PROVIDER-NUMBER        TO WS-SEARCH-PROVIDER.
085600     PERFORM 8100-FIND-PROVIDER.
085700     IF WS-CUR-AVG-AMT > ZERO  THEN
085800        MOVE WS-CUR-AVG-AMT         TO WS-LINE-AMT
085900     ELSE
086000        MOVE WS-WEIGHTED-AVG-AMT    TO WS-LINE-AMT
086100     END-IF.
086200     ADD WS-LINE-AMT                TO WS-SUSPENSE-VALUE-AMT.
086300     IF WS-PRV-SUB > ZERO  THEN
086400        ADD WS-LINE-AMT        TO WS-PRV-SUSPENSE-AMT (WS-PRV-SUB)
086500     ELSE
086600        ADD WS-LINE-AMT             TO WS-UNTABLED-SUSPENSE-AMT
086700     END-IF.
086800     PERFORM 3950-READ-NEXT-SUSPENSE.
086900/
087000 3950-READ-NEXT-SUSPENSE.
087100     READ SUSPENSE-MASTER-IN
087200         AT END MOVE 'Y'            TO WS-SUSP-EOF-SWITCH
087300     END-READ.
087400/
087500******************************************************************
087600*  THE PROVIDER'S SUSPENSE INVENTORY RECYCLES AT THE HISTORICAL  *
087700*  RATE EACH BUSINESS DAY - THE RATE'S SHARE OF WHAT IS STILL    *
087800*  LEFT IN SUSPENSE THAT MORNING.                                *
087900******************************************************************
088000 3600-SPREAD-ONE-PROVIDER.
088100     MOVE WS-PRV-ORDER-TYPE (WS-PRV-SUB) TO WS-CUR-ORDER-TYPE.
088200     MOVE WS-PRV-WITHHOLD-PCT (WS-PRV-SUB) TO WS-CUR-WITHHOLD-PCT.
088300     MOVE WS-PRV-SUSPENSE-AMT (WS-PRV-SUB) TO
088400                                    WS-RECYCLE-REMAINING.
088500     IF WS-RECYCLE-REMAINING > ZERO  THEN
088600        PERFORM 3650-RECYCLE-ONE-DAY
088700           VARYING WS-DAY-SUB FROM 1 BY 1
088800           UNTIL WS-DAY-SUB > 10
088900     END-IF.
089000/
089100 3650-RECYCLE-ONE-DAY.
089200     COMPUTE WS-LINE-AMT ROUNDED =
089300        WS-RECYCLE-REMAINING * WS-RECYCLE-RATE.
089400     SUBTRACT WS-LINE-AMT         FROM WS-RECYCLE-REMAINING.
089500     PERFORM 8400-ADD-PROBABLE.
089600/
089700 3700-SPREAD-UNTABLED-SUSPENSE.
089800     MOVE ZERO                      TO WS-PRV-SUB.
089900     MOVE SPACE                     TO WS-CUR-ORDER-TYPE.
090000     MOVE ZERO                      TO WS-CUR-WITHHOLD-PCT.
090100     MOVE WS-UNTABLED-SUSPENSE-AMT  TO WS-RECYCLE-REMAINING.
090200     IF WS-RECYCLE-REMAINING > ZERO  THEN
090300        PERFORM 3650-RECYCLE-ONE-DAY
090400           VARYING WS-DAY-SUB FROM 1 BY 1
090500           UNTIL WS-DAY-SUB > 10
090600     END-IF.
090700/
090800******************************************************************
090900*  AN OPEN RECEIVABLE - PRINCIPAL AND INTEREST STILL OWED - IS   *
091000*  RECOVERED OUT OF THE PROVIDER'S NEXT PAYMENTS, SO IT COMES    *
091100*  OFF ITS CERTAIN AND THEN PROBABLE MONEY, DAY BY DAY.          *
091200******************************************************************
091300 4000-OFFSET-ONE-RECEIVABLE.
091400     READ RECEIVABLE-FILE NEXT RECORD
091500         AT END
091600           MOVE 'Y'                 TO WS-RCV-EOF-SWITCH
091700         NOT AT END
091800           IF RCV-STATUS-OPEN  THEN
091900              PERFORM 4100-OFFSET-OPEN-BALANCE
092000           END-IF
092100     END-READ.
092200/
092300 4100-OFFSET-OPEN-BALANCE.
092400     COMPUTE WS-OPEN-BALANCE =
092500        RCV-ORIGINAL-AMT - RCV-RECOVERED-AMT.
092600     IF RCV-INTEREST-ACCRUED-AMT NUMERIC  AND
092700        RCV-INTEREST-PAID-AMT NUMERIC  THEN
092800        COMPUTE WS-OPEN-BALANCE = WS-OPEN-BALANCE +
092900           RCV-INTEREST-ACCRUED-AMT - RCV-INTEREST-PAID-AMT
093000     END-IF.
093100     IF WS-OPEN-BALANCE > ZERO  THEN
093200        ADD WS-OPEN-BALANCE         TO WS-RECEIVABLE-OPEN-AMT
093300        MOVE RCV-PROVIDER-NUMBER    TO WS-SEARCH-PROVIDER
093400        PERFORM 8150-LOCATE-PROVIDER
093500        IF PROVIDER-FOUND  THEN
093600           PERFORM 4200-OFFSET-ONE-DAY
093700              VARYING WS-DAY-SUB FROM 1 BY 1
093800              UNTIL WS-DAY-SUB > 10
093900                 OR WS-OPEN-BALANCE NOT > ZERO
094000        END-IF
094100     END-IF.
094200/
094300 4200-OFFSET-ONE-DAY.
094400     IF WS-PRV-CERTAIN (WS-PRV-SUB WS-DAY-SUB) > WS-OPEN-BALANCE
094500        THEN
094600        MOVE WS-OPEN-BALANCE        TO WS-OFFSET-AMT
094700     ELSE
094800        MOVE WS-PRV-CERTAIN (WS-PRV-SUB WS-DAY-SUB) TO
094900                                       WS-OFFSET-AMT
095000     END-IF.
095100     SUBTRACT WS-OFFSET-AMT  FROM WS-PRV-CERTAIN (WS-PRV-SUB
095200                                                  WS-DAY-SUB).
095300     PERFORM 4250-POST-OFFSET.
095400     IF WS-OPEN-BALANCE > ZERO  THEN
095500        IF WS-PRV-PROBABLE (WS-PRV-SUB WS-DAY-SUB) >
095600           WS-OPEN-BALANCE  THEN
095700           MOVE WS-OPEN-BALANCE     TO WS-OFFSET-AMT
095800        ELSE
095900           MOVE WS-PRV-PROBABLE (WS-PRV-SUB WS-DAY-SUB) TO
096000                                       WS-OFFSET-AMT
096100        END-IF
096200        SUBTRACT WS-OFFSET-AMT FROM WS-PRV-PROBABLE (WS-PRV-SUB
096300                                                     WS-DAY-SUB)
096400        PERFORM 4250-POST-OFFSET
096500     END-IF.
096600/
096700 4250-POST-OFFSET.
096800     SUBTRACT WS-OFFSET-AMT       FROM WS-OPEN-BALANCE.
096900     ADD WS-OFFSET-AMT              TO WS-DAY-OFFSET (WS-DAY-SUB).
097000     ADD WS-OFFSET-AMT              TO WS-OFFSET-TOTAL.
097100/
097200 4500-TOTAL-ONE-PROVIDER.
097300     PERFORM 4510-TOTAL-ONE-PROVIDER-DAY
097400        VARYING WS-DAY-SUB FROM 1 BY 1
097500        UNTIL WS-DAY-SUB > 10.
097600/
097700 4510-TOTAL-ONE-PROVIDER-DAY.
097800     ADD WS-PRV-CERTAIN (WS-PRV-SUB WS-DAY-SUB) TO
097900        WS-DAY-CERTAIN (WS-DAY-SUB).
098000     ADD WS-PRV-PROBABLE (WS-PRV-SUB WS-DAY-SUB) TO
098100        WS-DAY-PROBABLE (WS-DAY-SUB).
098200/
098300******************************************************************
098400*  ESTIMATED - NEW-CLAIM VOLUME, ON EVERY DAY FROM THE FIRST ONE *
098500*  A CLAIM RECEIVED ON DAY 1 COULD CLEAR THE PAYMENT FLOOR.      *
098600******************************************************************
098700 5000-WRITE-ONE-FORECAST-DAY.
098800     IF WS-DAY-DATE (WS-DAY-SUB) NOT < WS-ESTIMATE-FROM-DATE  THEN
098900        MOVE WS-ESTIMATE-DAILY-AMT  TO
099000           WS-DAY-ESTIMATED (WS-DAY-SUB)
099100     END-IF.
099200     COMPUTE WS-DAY-TOTAL (WS-DAY-SUB) =
099300        WS-DAY-CERTAIN (WS-DAY-SUB) +
099400        WS-DAY-PROBABLE (WS-DAY-SUB) +
099500        WS-DAY-ESTIMATED (WS-DAY-SUB).
099600
099700     MOVE SPACES                    TO CASH-FORECAST-RECORD.
099800     MOVE 'D'                       TO CRF-RECORD-TYPE.
099900     MOVE WS-TODAY                  TO CRF-FORECAST-DATE.
100000     MOVE WS-DAY-SUB                TO CRF-DAY-NUMBER.
100100     MOVE WS-DAY-DATE (WS-DAY-SUB)  TO CRF-BUSINESS-DATE.
100200     MOVE WS-DAY-CERTAIN (WS-DAY-SUB) TO CRF-CERTAIN-AMT.
100300     MOVE WS-DAY-PROBABLE (WS-DAY-SUB) TO CRF-PROBABLE-AMT.
100400     MOVE WS-DAY-ESTIMATED (WS-DAY-SUB) TO CRF-ESTIMATED-AMT.
100500     MOVE WS-DAY-TOTAL (WS-DAY-SUB) TO CRF-TOTAL-AMT.
100600     MOVE WS-DAY-OFFSET (WS-DAY-SUB) TO CRF-OFFSET-AMT.
100700     MOVE WS-DAY-WITHHELD (WS-DAY-SUB) TO CRF-WITHHELD-AMT.
100800     WRITE CRFOUT-RECORD         FROM CASH-FORECAST-RECORD.
100900
101000     ADD WS-DAY-CERTAIN (WS-DAY-SUB)   TO WS-GRAND-CERTAIN.
101100     ADD WS-DAY-PROBABLE (WS-DAY-SUB)  TO WS-GRAND-PROBABLE.
101200     ADD WS-DAY-ESTIMATED (WS-DAY-SUB) TO WS-GRAND-ESTIMATED.
101300     ADD WS-DAY-TOTAL (WS-DAY-SUB)     TO WS-GRAND-TOTAL.
101400     ADD WS-DAY-OFFSET (WS-DAY-SUB)    TO WS-GRAND-OFFSET.
101500     ADD WS-DAY-WITHHELD (WS-DAY-SUB)  TO WS-GRAND-WITHHELD.
101600/
101700 6000-PRINT-RUN-TOTALS.
101800     MOVE SPACES                    TO CRFRPT-RECORD.
101900     WRITE CRFRPT-RECORD.
102000     MOVE 'SECTION B - DISBURSEMENTS, NEXT TEN BUSINESS DAYS'
102100                                    TO RPT-SECTION-TEXT.
102200     WRITE CRFRPT-RECORD  FROM RPT-SECTION-LINE.
102300     WRITE CRFRPT-RECORD  FROM RPT-DAY-HEADING.
102400     PERFORM 6100-PRINT-ONE-DAY
102500        VARYING WS-DAY-SUB FROM 1 BY 1
102600        UNTIL WS-DAY-SUB > 10.
102700     MOVE WS-GRAND-CERTAIN          TO RPT-TOTAL-AMT (1).
102800     MOVE WS-GRAND-PROBABLE         TO RPT-TOTAL-AMT (2).
102900     MOVE WS-GRAND-ESTIMATED        TO RPT-TOTAL-AMT (3).
103000     MOVE WS-GRAND-TOTAL            TO RPT-TOTAL-AMT (4).
103100     MOVE WS-GRAND-OFFSET           TO RPT-TOTAL-AMT (5).
103200     MOVE WS-GRAND-WITHHELD         TO RPT-TOTAL-AMT (6).
103300     WRITE CRFRPT-RECORD  FROM RPT-DAY-TOTAL-LINE.
103400
103500     MOVE SPACES                    TO CRFRPT-RECORD.
103600     WRITE CRFRPT-RECORD.
103700     MOVE 'SECTION C - FORECAST BASIS' TO RPT-SECTION-TEXT.
103800     WRITE CRFRPT-RECORD  FROM RPT-SECTION-LINE.
103900     MOVE 'FLOOR-HELD LINES PROJECTED' TO RPT-ITEM-TEXT.
104000     MOVE WS-HELD-LINE-COUNT        TO WS-EDIT-COUNT.
104100     MOVE WS-EDIT-COUNT             TO RPT-ITEM-VALUE.
104200     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
104300     MOVE 'WITHHELD FUNDS OF LIFTED ORDERS (LINES)'
104400                                    TO RPT-ITEM-TEXT.
104500     MOVE WS-LEDGER-RELEASE-COUNT   TO WS-EDIT-COUNT.
104600     MOVE WS-EDIT-COUNT             TO RPT-ITEM-VALUE.
104700     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
104800     MOVE 'WITHHELD FUNDS STILL UNDER AN ORDER' TO RPT-ITEM-TEXT.
104900     MOVE WS-LEDGER-HELD-AMT        TO WS-EDIT-AMT.
105000     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
105100     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
105200     MOVE 'MEDICAL-REVIEW LINES IN QUEUE' TO RPT-ITEM-TEXT.
105300     MOVE WS-REVIEW-LINE-COUNT      TO WS-EDIT-COUNT.
105400     MOVE WS-EDIT-COUNT             TO RPT-ITEM-VALUE.
105500     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
105600     MOVE 'MEDICAL-REVIEW QUEUE AS PRICED' TO RPT-ITEM-TEXT.
105700     MOVE WS-REVIEW-QUEUE-AMT       TO WS-EDIT-AMT.
105800     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
105900     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
106000     MOVE 'REVIEW PAY PERCENT / REVIEW BUSINESS DAYS'
106100                                    TO RPT-ITEM-TEXT.
106200     MOVE SPACES                    TO RPT-ITEM-VALUE.
106300     STRING '     ' WS-REVIEW-PAY-PCT ' / ' WS-REVIEW-DAYS
106400        DELIMITED BY SIZE         INTO RPT-ITEM-VALUE.
106500     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
106600     MOVE 'SUSPENSE LINES IN INVENTORY' TO RPT-ITEM-TEXT.
106700     MOVE WS-SUSPENSE-LINE-COUNT    TO WS-EDIT-COUNT.
106800     MOVE WS-EDIT-COUNT             TO RPT-ITEM-VALUE.
106900     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
107000     MOVE 'SUSPENSE INVENTORY AT PROVIDER AVERAGES'
107100                                    TO RPT-ITEM-TEXT.
107200     MOVE WS-SUSPENSE-VALUE-AMT     TO WS-EDIT-AMT.
107300     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
107400     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
107500     MOVE 'SUSPENSE RECYCLE RUNS IN HISTORY' TO RPT-ITEM-TEXT.
107600     MOVE WS-RECYCLE-RUN-COUNT      TO WS-EDIT-COUNT.
107700     MOVE WS-EDIT-COUNT             TO RPT-ITEM-VALUE.
107800     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
107900     MOVE 'SUSPENSE RECYCLE RATE PER DAY' TO RPT-ITEM-TEXT.
108000     MOVE SPACES                    TO RPT-ITEM-VALUE.
108100     COMPUTE WS-EDIT-RATE = WS-RECYCLE-RATE * 100.
108200     STRING '    ' WS-EDIT-RATE ' PCT' DELIMITED BY SIZE
108300                                  INTO RPT-ITEM-VALUE.
108400     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
108500     MOVE 'COMPLETED RUNS IN HISTORY' TO RPT-ITEM-TEXT.
108600     MOVE WS-RUN-COUNT              TO WS-EDIT-COUNT.
108700     MOVE WS-EDIT-COUNT             TO RPT-ITEM-VALUE.
108800     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
108900     MOVE 'AVERAGE CLAIMS PRICED PER RUN' TO RPT-ITEM-TEXT.
109000     MOVE SPACES                    TO RPT-ITEM-VALUE.
109100     MOVE WS-AVG-CLAIMS-PER-RUN     TO WS-EDIT-AVERAGE.
109200     STRING '     ' WS-EDIT-AVERAGE DELIMITED BY SIZE
109300                                  INTO RPT-ITEM-VALUE.
109400     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
109500     MOVE 'WEIGHTED AVERAGE PAYMENT PER TREATMENT'
109600                                    TO RPT-ITEM-TEXT.
109700     MOVE SPACES                    TO RPT-ITEM-VALUE.
109800     MOVE WS-WEIGHTED-AVG-AMT       TO WS-EDIT-AVERAGE.
109900     STRING '     ' WS-EDIT-AVERAGE DELIMITED BY SIZE
110000                                  INTO RPT-ITEM-VALUE.
110100     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
110200     MOVE 'ESTIMATED NEW-CLAIM MONEY PER DAY' TO RPT-ITEM-TEXT.
110300     MOVE WS-ESTIMATE-DAILY-AMT     TO WS-EDIT-AMT.
110400     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
110500     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
110600     MOVE 'ESTIMATED MONEY BEGINS ON' TO RPT-ITEM-TEXT.
110700     MOVE SPACES                    TO RPT-ITEM-VALUE.
110800     STRING '            ' WS-ESTIMATE-FROM-DATE DELIMITED BY SIZE
110900                                  INTO RPT-ITEM-VALUE.
111000     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
111100     MOVE 'OPEN RECEIVABLE BALANCES' TO RPT-ITEM-TEXT.
111200     MOVE WS-RECEIVABLE-OPEN-AMT    TO WS-EDIT-AMT.
111300     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
111400     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
111500     MOVE 'RECEIVABLES OFFSET INSIDE THE TEN DAYS'
111600                                    TO RPT-ITEM-TEXT.
111700     MOVE WS-OFFSET-TOTAL           TO WS-EDIT-AMT.
111800     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
111900     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
112000     MOVE 'CERTAIN MONEY DUE AFTER THE TEN DAYS' TO RPT-ITEM-TEXT.
112100     MOVE WS-BEYOND-CERTAIN-AMT     TO WS-EDIT-AMT.
112200     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
112300     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
112400     MOVE 'PROBABLE MONEY DUE AFTER THE TEN DAYS'
112500                                    TO RPT-ITEM-TEXT.
112600     MOVE WS-BEYOND-PROBABLE-AMT    TO WS-EDIT-AMT.
112700     MOVE WS-EDIT-AMT               TO RPT-ITEM-VALUE.
112800     WRITE CRFRPT-RECORD  FROM RPT-ITEM-LINE.
112900
113000     MOVE SPACES                    TO CRFRPT-RECORD.
113100     WRITE CRFRPT-RECORD.
113200     MOVE 'PROVIDERS PROJECTED . . . . .' TO RPT-TOTAL-TEXT.
113300     MOVE WS-PRV-COUNT              TO RPT-TOTAL-COUNT.
113400     WRITE CRFRPT-RECORD  FROM RPT-TOTAL-LINE.
113500     IF WS-TABLE-FULL-COUNT > ZERO  THEN
113600        MOVE 'LINES PAST THE PROVIDER TABLE' TO RPT-TOTAL-TEXT
113700        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
113800        WRITE CRFRPT-RECORD  FROM RPT-TOTAL-LINE
113900        DISPLAY 'ESCALCRF - PROVIDER TABLE FULL - SOME MONEY '
114000           'PROJECTED WITHOUT ITS OFFSETS OR WITHHOLDS'
114100        MOVE 4                      TO RETURN-CODE
114200     END-IF.
114300/
114400 6100-PRINT-ONE-DAY.
114500     MOVE WS-DAY-SUB                TO RPT-DAY-NUMBER.
114600     MOVE WS-DAY-DATE (WS-DAY-SUB)  TO RPT-DAY-DATE.
114700     MOVE WS-DAY-CERTAIN (WS-DAY-SUB)   TO RPT-DAY-AMT (1).
114800     MOVE WS-DAY-PROBABLE (WS-DAY-SUB)  TO RPT-DAY-AMT (2).
114900     MOVE WS-DAY-ESTIMATED (WS-DAY-SUB) TO RPT-DAY-AMT (3).
115000     MOVE WS-DAY-TOTAL (WS-DAY-SUB)     TO RPT-DAY-AMT (4).
115100     MOVE WS-DAY-OFFSET (WS-DAY-SUB)    TO RPT-DAY-AMT (5).
115200     MOVE WS-DAY-WITHHELD (WS-DAY-SUB)  TO RPT-DAY-AMT (6).
115300     WRITE CRFRPT-RECORD  FROM RPT-DAY-LINE.
115400/
115500 7000-TERMINATE.
115600     CLOSE HELD-REMIT-IN
115700           WITHHELD-FUNDS-IN
115800           REVIEW-QUEUE-IN
115900           SUSPENSE-MASTER-IN
116000           RECYCLE-HISTORY-IN
116100           PRIOR-FORECAST-IN
116200           RUN-CONTROL-FILE
116300           AVERAGE-FILE
116400           RECEIVABLE-FILE
116500           EFT-REGISTER
116600           CHECK-REGISTER
116700           FORECAST-OUT
116800           FORECAST-REPORT.
116900/
117000******************************************************************
117100*  THE FORECAST DAY A DATE FALLS TO - THE FIRST DAY ON OR AFTER  *
117200*  IT (DAY 1 FOR ANYTHING ALREADY DUE); ZERO WHEN IT IS PAST     *
117300*  THE TENTH DAY.                                                *
117400******************************************************************
117500 8000-FIND-FORECAST-DAY.
117600     MOVE ZERO                      TO WS-DAY-SUB.
117700     IF WS-TARGET-DATE NOT > WS-DAY-DATE (10)  THEN
117800        MOVE 10                     TO WS-DAY-SUB
117900        PERFORM 8010-TEST-ONE-FORECAST-DAY
118000           VARYING WS-DAY-SCAN-SUB FROM 9 BY -1
118100           UNTIL WS-DAY-SCAN-SUB < 1
118200     END-IF.
118300/
118400 8010-TEST-ONE-FORECAST-DAY.
118500     IF WS-TARGET-DATE NOT > WS-DAY-DATE (WS-DAY-SCAN-SUB)  THEN
118600        MOVE WS-DAY-SCAN-SUB        TO WS-DAY-SUB
118700     END-IF.
118800/
118900******************************************************************
119000*  THE PROVIDER'S TABLE ENTRY, ADDED THE FIRST TIME IT IS SEEN   *
119100*  WITH THE ORDER IN EFFECT TODAY (ESCALWHX) AND ITS TRAILING    *
119200*  AVERAGE.  WS-PRV-SUB IS ZERO WHEN THE TABLE IS FULL; THE      *
119300*  ORDER AND AVERAGE ARE LOOKED UP ALL THE SAME.                 *
119400******************************************************************
119500 8100-FIND-PROVIDER.
119600     PERFORM 8150-LOCATE-PROVIDER.
119700     IF PROVIDER-FOUND  THEN
119800        MOVE WS-PRV-ORDER-TYPE (WS-PRV-SUB) TO WS-CUR-ORDER-TYPE
119900        MOVE WS-PRV-WITHHOLD-PCT (WS-PRV-SUB) TO
120000                                    WS-CUR-WITHHOLD-PCT
120100        MOVE WS-PRV-AVG-AMT (WS-PRV-SUB) TO WS-CUR-AVG-AMT
120200     ELSE
120300        MOVE WS-SEARCH-PROVIDER     TO WHX-PROVIDER-NUMBER
120400        MOVE WS-TODAY               TO WHX-CHECK-DATE
120500        CALL 'ESCALWHX'          USING WITHHOLD-LOOKUP-REQUEST
120600        MOVE SPACE                  TO WS-CUR-ORDER-TYPE
120700        MOVE ZERO                   TO WS-CUR-WITHHOLD-PCT
120800        IF WHX-ORDER-FOUND  THEN
120900           MOVE WHX-ORDER-TYPE      TO WS-CUR-ORDER-TYPE
121000           MOVE WHX-WITHHOLD-PCT    TO WS-CUR-WITHHOLD-PCT
121100        END-IF
121200        MOVE WS-SEARCH-PROVIDER     TO PAVG-PROVIDER-NUMBER
121300        READ AVERAGE-FILE
121400            INVALID KEY     MOVE 'N' TO WS-PAVG-FOUND-SWITCH
121500            NOT INVALID KEY MOVE 'Y' TO WS-PAVG-FOUND-SWITCH
121600        END-READ
121700        MOVE ZERO                   TO WS-CUR-AVG-AMT
121800        IF PAVG-RECORD-FOUND  THEN
121900           MOVE PAVG-AVG-PER-TREATMENT TO WS-CUR-AVG-AMT
122000        END-IF
122100        PERFORM 8160-ADD-PROVIDER
122200     END-IF.
122300/
122400 8150-LOCATE-PROVIDER.
122500     MOVE 'N'                       TO WS-PRV-FOUND-SWITCH.
122600     MOVE ZERO                      TO WS-PRV-SUB.
122700     PERFORM 8155-TEST-ONE-PROVIDER
122800        VARYING WS-PRV-SEARCH-SUB FROM 1 BY 1
122900        UNTIL WS-PRV-SEARCH-SUB > WS-PRV-COUNT
123000           OR PROVIDER-FOUND.
123100/
123200 8155-TEST-ONE-PROVIDER.
123300     IF WS-PRV-NUMBER (WS-PRV-SEARCH-SUB) = WS-SEARCH-PROVIDER
123400        THEN
123500        MOVE 'Y'                    TO WS-PRV-FOUND-SWITCH
123600        MOVE WS-PRV-SEARCH-SUB      TO WS-PRV-SUB
123700     END-IF.
123800/
123900 8160-ADD-PROVIDER.
124000     IF WS-PRV-COUNT < 5000  THEN
124100        ADD 1                       TO WS-PRV-COUNT
124200        MOVE WS-PRV-COUNT           TO WS-PRV-SUB
124300        MOVE ZEROS                  TO WS-PRV-ENTRY (WS-PRV-SUB)
124400        MOVE WS-SEARCH-PROVIDER     TO WS-PRV-NUMBER (WS-PRV-SUB)
124500        MOVE WS-CUR-ORDER-TYPE      TO
124600           WS-PRV-ORDER-TYPE (WS-PRV-SUB)
124700        MOVE WS-CUR-WITHHOLD-PCT    TO
124800           WS-PRV-WITHHOLD-PCT (WS-PRV-SUB)
124900        MOVE WS-CUR-AVG-AMT         TO WS-PRV-AVG-AMT (WS-PRV-SUB)
125000     ELSE
125100        ADD 1                       TO WS-TABLE-FULL-COUNT
125200     END-IF.
125300/
125400******************************************************************
125500*  THE DATE A CLAIM RECEIVED ON WS-RECEIPT-DATE CLEARS THE       *
125600*  PAYMENT FLOOR - RECEIPT PLUS THE FLOOR DAYS IN EFFECT ON IT,  *
125700*  RUN TO THE NEXT BUSINESS DAY, AS ESCALFLR COUNTS IT.  NO      *
125800*  FLOOR IN EFFECT CLEARS IT ON RECEIPT.                         *
125900******************************************************************
126000 8200-FIND-ELIGIBLE-DATE.
126100     MOVE ZERO                      TO WS-FLOOR-DAYS-IN-EFFECT.
126200     PERFORM 8210-TEST-ONE-FLOOR-ROW
126300        VARYING WS-FLR-SUB FROM 1 BY 1
126400        UNTIL WS-FLR-SUB > WS-FLR-COUNT.
126500     MOVE WS-RECEIPT-DATE           TO WS-ELIGIBLE-DATE.
126600     IF WS-FLOOR-DAYS-IN-EFFECT > ZERO  THEN
126700        COMPUTE WS-WORK-INT =
126800           FUNCTION INTEGER-OF-DATE(WS-RECEIPT-DATE) +
126900           WS-FLOOR-DAYS-IN-EFFECT
127000        COMPUTE WS-ELIGIBLE-DATE =
127100           FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
127200        MOVE 'R'                    TO BDY-FUNCTION
127300        MOVE WS-ELIGIBLE-DATE       TO BDY-FROM-DATE
127400        CALL 'ESCALBDY'          USING BUSINESS-DAY-REQUEST
127500        IF BDY-REQUEST-OK  THEN
127600           MOVE BDY-RESULT-DATE     TO WS-ELIGIBLE-DATE
127700        END-IF
127800     END-IF.
127900/
128000 8210-TEST-ONE-FLOOR-ROW.
128100     IF WS-RECEIPT-DATE NOT < WS-FLR-EFF-DATE (WS-FLR-SUB)  AND
128200        (WS-FLR-END-DATE (WS-FLR-SUB) = ZERO  OR
128300         WS-RECEIPT-DATE NOT > WS-FLR-END-DATE (WS-FLR-SUB))  THEN
128400        MOVE WS-FLR-FLOOR-DAYS (WS-FLR-SUB) TO
128500                                       WS-FLOOR-DAYS-IN-EFFECT
128600     END-IF.
128700/
128800 8300-ADD-CERTAIN.
128900     EVALUATE TRUE
129000        WHEN WS-DAY-SUB = ZERO
129100           ADD WS-LINE-AMT          TO WS-BEYOND-CERTAIN-AMT
129200        WHEN WS-PRV-SUB > ZERO
129300           ADD WS-LINE-AMT          TO
129400              WS-PRV-CERTAIN (WS-PRV-SUB WS-DAY-SUB)
129500        WHEN OTHER
129600           ADD WS-LINE-AMT          TO WS-DAY-CERTAIN (WS-DAY-SUB)
129700     END-EVALUATE.
129800/
129900******************************************************************
130000*  PROBABLE MONEY LESS WHAT THE PROVIDER'S ORDER WILL KEEP BACK  *
130100*  WHEN IT PAYS - ALL OF IT UNDER A FULL SUSPENSION, THE ORDER'S *
130200*  PERCENTAGE UNDER A WITHHOLD.                                  *
130300******************************************************************
130400 8400-ADD-PROBABLE.
130500     EVALUATE TRUE
130600        WHEN CUR-FULL-SUSPENSION
130700           MOVE WS-LINE-AMT         TO WS-WITHHELD-PART
130800        WHEN CUR-PCT-WITHHOLD
130900           COMPUTE WS-WITHHELD-PART ROUNDED =
131000              WS-LINE-AMT * WS-CUR-WITHHOLD-PCT
131100        WHEN OTHER
131200           MOVE ZERO                TO WS-WITHHELD-PART
131300     END-EVALUATE.
131400     SUBTRACT WS-WITHHELD-PART FROM WS-LINE-AMT
131500                                GIVING WS-PAY-PART.
131600     EVALUATE TRUE
131700        WHEN WS-DAY-SUB = ZERO
131800           ADD WS-PAY-PART          TO WS-BEYOND-PROBABLE-AMT
131900        WHEN WS-PRV-SUB > ZERO
132000           ADD WS-PAY-PART          TO
132100              WS-PRV-PROBABLE (WS-PRV-SUB WS-DAY-SUB)
132200           ADD WS-WITHHELD-PART  TO WS-DAY-WITHHELD (WS-DAY-SUB)
132300        WHEN OTHER
132400           ADD WS-PAY-PART       TO WS-DAY-PROBABLE (WS-DAY-SUB)
132500           ADD WS-WITHHELD-PART  TO WS-DAY-WITHHELD (WS-DAY-SUB)
132600     END-EVALUATE.
