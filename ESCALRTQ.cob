000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALRTQ.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALRTQ - NEW PROGRAM
000700*         - NIGHTLY RETROACTIVE-CHANGE CLAIM-IMPACT QUEUE.  A
000800*           PROVIDER SPECIFIC FILE CHANGE (ESCALPRV) OR WAGE INDEX
000900*           ROW (ESCALWMT) JOURNALED TONIGHT ON THE MAINTENANCE
001000*           JOURNAL (MNTJRNL) WITH AN EFFECTIVE DATE BEFORE THE
001100*           DAY IT WAS KEYED, OR A RECLASSIFICATION ROW (RCLSFILE)
001200*           UPDATED TONIGHT WITH A PAST EFFECTIVE DATE, NO LONGER
001300*           WAITS FOR SOMEBODY TO REMEMBER AN ESCALMAS RUN.  THE
001400*           PROVIDERS A CHANGE TOUCHES - THE CCN ITSELF, OR FOR A
001500*           WAGE INDEX ROW EVERY CCN LOCATED IN OR RECLASSIFIED TO
001600*           THE CBSA (PROVFILE, RCLSFILE) - ARE LOOKED UP ON THE
001700*           HISTORY CROSS-REFERENCE (HISTXREF) BY PROVIDER AND
001800*           SERVICE MONTH OVER THE CHANGE'S EFFECTIVE PERIOD (NO
001900*           FURTHER BACK THAN THE RTQLIMIT LOOKBACK, DEFAULT 365
002000*           DAYS).  EACH LINE'S LATEST PRICING ON THE HISTORY
002100*           GENERATIONS THE JCL CONCATENATES (PRCHIST) IS
002200*           REPRICED THROUGH ESCALVRD AS THE NIGHTLY RUN WOULD
002300*           PRICE IT NOW, AND A PAID LINE WHOSE PAYMENT WOULD MOVE
002400*           IS QUEUED (RTQNEW, SEE RTQCPY) FOR SUPERVISOR RELEASE
002500*           THROUGH ESCALRTR.  A LINE ALREADY ON THE STANDING
002600*           QUEUE (RTQHLDI) IS NOT QUEUED TWICE.  THE REPORT
002700*           (RTQRPT) LISTS EACH RETROACTIVE CHANGE, THE LINES IT
002800*           TOUCHES AND THE ESTIMATED DOLLAR SWING.
002900******************************************************************
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.            IBM-Z990.
003400 OBJECT-COMPUTER.            IBM-Z990.
003500 INPUT-OUTPUT  SECTION.
003600 FILE-CONTROL.
003700     SELECT QUEUE-CONTROL        ASSIGN TO RTQCTL
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT MAINT-JOURNAL-IN     ASSIGN TO MNTJRNL
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT STANDING-QUEUE-IN    ASSIGN TO RTQHLDI
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT PROVIDER-FILE        ASSIGN TO PROVFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PRVF-PROVIDER-NUMBER.
004700     SELECT RECLASS-FILE         ASSIGN TO RCLSFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RCLS-RECORD-KEY.
005100     SELECT HISTORY-XREF         ASSIGN TO HISTXREF
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS HX-RECORD-KEY.
005500     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT NEW-QUEUE-OUT        ASSIGN TO RTQNEW
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT IMPACT-REPORT        ASSIGN TO RTQRPT
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  QUEUE-CONTROL
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700 01  RTQCTL-RECORD.
006800     05  RTQC-RUN-DATE              PIC 9(08).
007000     05  FILLER                     PIC X(22).
007100/
007200 FD  MAINT-JOURNAL-IN
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 COPY MJRNCPY.
007600/
007700 FD  STANDING-QUEUE-IN
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 COPY RTQCPY.
008100/
008200 FD  PROVIDER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 COPY PRVFCPY.
008500/
008600 FD  RECLASS-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 COPY RCLSCPY.
008900/
009000 FD  HISTORY-XREF
009100     LABEL RECORDS ARE STANDARD.
009200 COPY HXRFCPY.
009300/
009400 FD  PRICED-HISTORY-IN
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700 COPY PHISTCPY.
009800/
009900 FD  NEW-QUEUE-OUT
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200 01  RTQNEW-RECORD                  PIC X(688).
010300/
010400 FD  IMPACT-REPORT
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F.
010700 01  RTQRPT-RECORD                  PIC X(100).
010800/
010900 WORKING-STORAGE SECTION.
011000 01  W-STORAGE-REF                  PIC X(46) VALUE
011100     'ESCALRTQ      - W O R K I N G   S T O R A G E'.
011200
011300 01  WS-JRNL-EOF-SWITCH             PIC X(01) VALUE 'N'.
011400     88  JRNL-END-OF-FILE                      VALUE 'Y'.
011500     88  JRNL-NOT-END-OF-FILE                  VALUE 'N'.
011600 01  WS-QUEUE-EOF-SWITCH            PIC X(01) VALUE 'N'.
011700     88  QUEUE-END-OF-FILE                     VALUE 'Y'.
011800     88  QUEUE-NOT-END-OF-FILE                 VALUE 'N'.
011900 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
012000     88  HIST-END-OF-FILE                      VALUE 'Y'.
012100     88  HIST-NOT-END-OF-FILE                  VALUE 'N'.
012200 01  WS-BROWSE-EOF-SWITCH           PIC X(01) VALUE 'N'.
012300     88  BROWSE-END-OF-FILE                    VALUE 'Y'.
012400     88  BROWSE-NOT-END-OF-FILE                VALUE 'N'.
012500 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
012600 01  WS-PRVF-FOUND-SWITCH           PIC X(01) VALUE 'N'.
012700     88  PRVF-RECORD-FOUND                     VALUE 'Y'.
012800     88  PRVF-RECORD-NOT-FOUND                 VALUE 'N'.
012900
013000 01  WS-TODAY                       PIC 9(08).
013100 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
013200 01  WS-LOOKBACK-DAYS               PIC 9(04) VALUE 365.
013300 01  WS-FLOOR-DATE                  PIC 9(08).
013400 01  WS-WORK-INT                    PIC S9(09).
013500 01  WS-LAST-PROVIDER-NUMBER        PIC X(06) VALUE SPACES.
013600 01  WS-SUB                         PIC 9(04).
013700
013800******************************************************************
013900*  THE BEFORE AND AFTER PSF IMAGES ON AN ESCALPRV JOURNAL RECORD *
014000*  (PRVFCPY ORDER) - ONLY A CHANGE TO A FIELD THE PRICER READS   *
014100*  CAN MOVE A PAYMENT.                                           *
014200******************************************************************
014300 01  WS-PSF-BEFORE-IMAGE.
014400     05  WS-PSFB-PROVIDER-NUMBER    PIC X(06).
014500     05  WS-PSFB-PRICING-FIELDS     PIC X(14).
014600     05  WS-PSFB-EFF-DATE           PIC 9(08).
014700     05  FILLER                     PIC X(52).
014800 01  WS-PSF-AFTER-IMAGE.
014900     05  WS-PSFA-PROVIDER-NUMBER    PIC X(06).
015000     05  WS-PSFA-PRICING-FIELDS     PIC X(14).
015100     05  WS-PSFA-EFF-DATE           PIC 9(08).
015200     05  FILLER                     PIC X(52).
015300
015400 COPY WAGEFCPY.
015500/
015600******************************************************************
015700*  TONIGHT'S RETROACTIVE CHANGES, NUMBERED IN THE ORDER FOUND -  *
015800*  THE RUN DATE AND THAT NUMBER ARE THE CHANGE ID A SUPERVISOR   *
015900*  RELEASES.                                                     *
016000******************************************************************
016100 01  WS-CHG-TABLE.
016200     05  WS-CHG-ENTRY  OCCURS 200 TIMES.
016300         10  WS-CHG-SOURCE          PIC X(01).
016400         10  WS-CHG-KEY             PIC X(20).
016500         10  WS-CHG-CBSA            PIC 9(05).
016600         10  WS-CHG-EFF-DATE        PIC 9(08).
016700         10  WS-CHG-THRU-DATE       PIC 9(08).
016800         10  WS-CHG-OPERATOR        PIC X(08).
016900         10  WS-CHG-LINES-FOUND     PIC 9(07).
017000         10  WS-CHG-LINES-QUEUED    PIC 9(07).
017100         10  WS-CHG-SWING-AMT       PIC S9(09)V9(02).
017200 01  WS-CHG-COUNT                   PIC 9(04) VALUE ZERO.
017300 01  WS-CHG-SUB                     PIC 9(04).
017400
017500******************************************************************
017600*  ONE PROVIDER AND SERVICE-DATE RANGE TO PULL OFF HISTXREF FOR  *
017700*  A CHANGE.                                                     *
017800******************************************************************
017900 01  WS-SEL-TABLE.
018000     05  WS-SEL-ENTRY  OCCURS 3000 TIMES.
018100         10  WS-SEL-PROVIDER        PIC X(06).
018200         10  WS-SEL-FROM-DATE       PIC 9(08).
018300         10  WS-SEL-THRU-DATE       PIC 9(08).
018400         10  WS-SEL-CHG-SUB         PIC 9(04).
018500 01  WS-SEL-COUNT                   PIC 9(04) VALUE ZERO.
018600 01  WS-SEL-SUB                     PIC 9(04).
018700 01  WS-ADD-PROVIDER                PIC X(06).
018800 01  WS-ADD-FROM-DATE               PIC 9(08).
018900 01  WS-ADD-THRU-DATE               PIC 9(08).
019000 01  WS-THRU-MONTH                  PIC 9(06).
019100
019200 COPY HXKYCPY.
019300/
019400******************************************************************
019500*  THE HISTORY LINES SELECTED, KEPT IN LINE-IDENTITY ORDER.  A   *
019600*  LINE ON THE STANDING QUEUE IS TABLED UNDER CHANGE ZERO SO A   *
019700*  LATER CHANGE CANNOT QUEUE IT AGAIN.  THE HISTORY PASS LEAVES  *
019800*  EACH LINE'S LATEST IMAGE AND PAYMENT HERE.                    *
019900******************************************************************
020000 01  WS-LINE-TABLE.
020100     05  WS-LINE-ENTRY  OCCURS 5000 TIMES.
020200         10  WS-LN-KEY.
020300             15  WS-LN-CLAIM-NUMBER PIC X(13).
020400             15  WS-LN-DOS          PIC 9(08).
020500             15  WS-LN-REV-CODE     PIC X(04).
020600         10  WS-LN-CHG-SUB          PIC 9(04).
020700         10  WS-LN-HIST-STATUS      PIC X(01).
020800             88  LN-NOT-ON-HISTORY             VALUE ' '.
020900             88  LN-ON-HISTORY                 VALUE 'H'.
021000             88  LN-VOIDED                     VALUE 'V'.
021100         10  WS-LN-PPS-RTC          PIC 9(02).
021200         10  WS-LN-PAID-AMT         PIC 9(07)V9(02).
021300         10  WS-LN-ESTIMATED-AMT    PIC 9(07)V9(02).
021400         10  WS-LN-QUEUED-SWITCH    PIC X(01).
021500         10  WS-LN-IMAGE            PIC X(600).
021600 01  WS-LINE-COUNT                  PIC 9(04) VALUE ZERO.
021700 01  WS-LINE-SUB                    PIC 9(04).
021800 01  WS-LINE-MATCH-SUB              PIC 9(04).
021900
022000 01  WS-SEARCH-KEY.
022100     05  WS-SEARCH-CLAIM-NUMBER     PIC X(13).
022200     05  WS-SEARCH-DOS              PIC 9(08).
022300     05  WS-SEARCH-REV-CODE         PIC X(04).
022400 01  WS-LOW-SUB                     PIC S9(05).
022500 01  WS-HIGH-SUB                    PIC S9(05).
022600 01  WS-MID-SUB                     PIC S9(05).
022700
022800 01  WS-JOURNAL-READ-COUNT          PIC 9(07) VALUE ZERO.
022900 01  WS-PENDING-COUNT               PIC 9(07) VALUE ZERO.
023000 01  WS-ALREADY-PENDING-COUNT       PIC 9(07) VALUE ZERO.
023100 01  WS-NOT-ON-HISTORY-COUNT        PIC 9(07) VALUE ZERO.
023200 01  WS-NOT-PAID-COUNT              PIC 9(07) VALUE ZERO.
023300 01  WS-NO-CHANGE-COUNT             PIC 9(07) VALUE ZERO.
023400 01  WS-QUEUED-COUNT                PIC 9(07) VALUE ZERO.
023500 01  WS-TOTAL-SWING-AMT             PIC S9(09)V9(02) VALUE ZERO.
023600 01  WS-TABLE-FULL-COUNT            PIC 9(07) VALUE ZERO.
023700
023800 01  RPT-HEADING-1.
023900     05  FILLER                     PIC X(05) VALUE SPACES.
024000     05  FILLER                     PIC X(45) VALUE
024100         'RETROACTIVE MASTER-FILE CHANGE CLAIM IMPACT -'.
024200     05  RPT-HDR-RUN-DATE           PIC 9(08).
024300     05  FILLER                     PIC X(18) VALUE
024400         '  LOOKBACK FROM '.
024500     05  RPT-HDR-FLOOR-DATE         PIC 9(08).
024600
024700 01  RPT-CHANGE-LINE.
024800     05  FILLER                     PIC X(03) VALUE SPACES.
024900     05  FILLER                     PIC X(07) VALUE 'CHANGE '.
025000     05  RPT-CHG-DATE               PIC 9(08).
025100     05  FILLER                     PIC X(01) VALUE '-'.
025200     05  RPT-CHG-SEQ                PIC 9(04).
025300     05  FILLER                     PIC X(02) VALUE SPACES.
025400     05  RPT-CHG-SOURCE-TEXT        PIC X(16).
025500     05  RPT-CHG-KEY                PIC X(20).
025600     05  FILLER                     PIC X(04) VALUE 'EFF '.
025700     05  RPT-CHG-EFF-DATE           PIC 9(08).
025800     05  FILLER                     PIC X(04) VALUE ' BY '.
025900     05  RPT-CHG-OPERATOR           PIC X(08).
026000
026100 01  RPT-COLUMN-HEADING.
026200     05  FILLER                     PIC X(05) VALUE SPACES.
026300     05  FILLER                     PIC X(15) VALUE
026400         'CLAIM NUMBER'.
026500     05  FILLER                     PIC X(08) VALUE 'PROV'.
026600     05  FILLER                     PIC X(10) VALUE 'SERVICE'.
026700     05  FILLER                     PIC X(16) VALUE
026800         '         PAID'.
026900     05  FILLER                     PIC X(16) VALUE
027000         '    ESTIMATED'.
027100     05  FILLER                     PIC X(16) VALUE
027200         '        SWING'.
027300
027400 01  RPT-DETAIL-LINE.
027500     05  FILLER                     PIC X(05) VALUE SPACES.
027600     05  RPT-CLAIM-NUMBER           PIC X(13).
027700     05  FILLER                     PIC X(02) VALUE SPACES.
027800     05  RPT-PROVIDER-NUMBER        PIC X(06).
027900     05  FILLER                     PIC X(02) VALUE SPACES.
028000     05  RPT-SERVICE-DATE           PIC 9(08).
028100     05  FILLER                     PIC X(02) VALUE SPACES.
028200     05  RPT-PAID-AMT               PIC ZZZ,ZZZ,ZZ9.99.
028300     05  FILLER                     PIC X(02) VALUE SPACES.
028400     05  RPT-ESTIMATED-AMT          PIC ZZZ,ZZZ,ZZ9.99.
028500     05  FILLER                     PIC X(02) VALUE SPACES.
028600     05  RPT-SWING-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
028700
028800 01  RPT-CHANGE-TOTAL-LINE.
028900     05  FILLER                     PIC X(05) VALUE SPACES.
029000     05  FILLER                     PIC X(15) VALUE
029100         'LINES FOUND'.
029200     05  RPT-CHG-LINES-FOUND        PIC ZZZ,ZZ9.
029300     05  FILLER                     PIC X(12) VALUE
029400         '   QUEUED'.
029500     05  RPT-CHG-LINES-QUEUED       PIC ZZZ,ZZ9.
029600     05  FILLER                     PIC X(20) VALUE
029700         '   ESTIMATED SWING'.
029800     05  RPT-CHG-SWING-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
029900
030000 01  RPT-TOTAL-LINE.
030100     05  FILLER                     PIC X(05) VALUE SPACES.
030200     05  RPT-TOTAL-TEXT             PIC X(44).
030300     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
030400
030500 01  RPT-SWING-TOTAL-LINE.
030600     05  FILLER                     PIC X(05) VALUE SPACES.
030700     05  FILLER                     PIC X(44) VALUE
030800         'NET ESTIMATED SWING QUEUED TONIGHT . . . . .'.
030900     05  RPT-TOTAL-SWING-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
031000/
031100 COPY CLAIMXCPY.
031200/
031300 COPY BILLCPY.
031400/
031500 COPY WAGECPY.
031600/
031700 COPY WAGEXCPY.
031800/
031900 COPY RCLXCPY.
031920/
031940 COPY RTQLCPY.
031960/
031980 COPY PRMXCPY.
032000/
032100 PROCEDURE DIVISION.
032200
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE.
032500     PERFORM 2000-SCREEN-ONE-JOURNAL-RECORD
032600        UNTIL JRNL-END-OF-FILE.
032700     PERFORM 2500-BROWSE-RECLASS-FILE.
032800     IF WS-CHG-COUNT > ZERO  THEN
032900        PERFORM 2600-BROWSE-PROVIDER-FILE
033000        PERFORM 3000-SELECT-ONE-RANGE
033100           VARYING WS-SEL-SUB FROM 1 BY 1
033200           UNTIL WS-SEL-SUB > WS-SEL-COUNT
033300        PERFORM 4900-READ-NEXT-HISTORY
033400        PERFORM 4000-MATCH-ONE-HISTORY-LINE UNTIL HIST-END-OF-FILE
033500        PERFORM 5000-REPRICE-ONE-LINE
033600           VARYING WS-LINE-SUB FROM 1 BY 1
033700           UNTIL WS-LINE-SUB > WS-LINE-COUNT
033800     END-IF.
033900     PERFORM 6000-PRINT-ONE-CHANGE
034000        VARYING WS-CHG-SUB FROM 1 BY 1
034100        UNTIL WS-CHG-SUB > WS-CHG-COUNT.
034200     PERFORM 6500-PRINT-TOTALS.
034300     PERFORM 7000-TERMINATE.
034400     GOBACK.
034500/
034600******************************************************************
034700*  RTQCTL NAMES THE JOURNAL DATE TO SCREEN (DEFAULT TODAY).  THE *
034800*  RTQLIMIT ROW IN FORCE THAT DAY ON THE PARAMETER MASTER SAYS   *
034900*  HOW MANY DAYS BACK A CHANGE MAY REACH (DEFAULT 365 - THE      *
034950*  ONE-YEAR REOPENING LIMIT).  A CHANGE EFFECTIVE EARLIER STILL  *
035000*  IS QUEUED FROM THE FLOOR DATE ONLY.                           *
035100******************************************************************
035200 1000-INITIALIZE.
035300     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
035400     MOVE WS-TODAY                  TO WS-RUN-DATE.
035500
035600     OPEN INPUT QUEUE-CONTROL.
035700     READ QUEUE-CONTROL
035800         AT END
035900           MOVE 'Y'                 TO WS-CTL-EOF-SWITCH
036000         NOT AT END
036100           IF RTQC-RUN-DATE NUMERIC  AND
036200              RTQC-RUN-DATE > ZERO  THEN
036300              MOVE RTQC-RUN-DATE    TO WS-RUN-DATE
036400           END-IF
036900     END-READ.
037000     CLOSE QUEUE-CONTROL.
037100
037110     MOVE 'RTQLIMIT'                TO PRMX-FAMILY.
037120     MOVE 'F'                       TO PRMX-FUNCTION.
037130     MOVE WS-RUN-DATE               TO PRMX-AS-OF-DATE.
037140     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
037150     IF PRMX-ROW-RETURNED  THEN
037160        MOVE PRMX-VALUE-IMAGE       TO
037170                                    RETRO-LOOKBACK-CONTROL-RECORD
037180        IF RTQL-LOOKBACK-DAYS NUMERIC  AND
037185           RTQL-LOOKBACK-DAYS > ZERO  THEN
037190           MOVE RTQL-LOOKBACK-DAYS  TO WS-LOOKBACK-DAYS
037195        END-IF
037197     END-IF.
037199
037200     COMPUTE WS-WORK-INT =
037300        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-LOOKBACK-DAYS.
037400     COMPUTE WS-FLOOR-DATE =
037500        FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
037600
037700     OPEN INPUT  MAINT-JOURNAL-IN.
037800     OPEN INPUT  STANDING-QUEUE-IN.
037900     OPEN INPUT  PROVIDER-FILE.
038000     OPEN INPUT  RECLASS-FILE.
038100     OPEN INPUT  HISTORY-XREF.
038200     OPEN INPUT  PRICED-HISTORY-IN.
038300     OPEN OUTPUT NEW-QUEUE-OUT.
038400     OPEN OUTPUT IMPACT-REPORT.
038500
038600     PERFORM 1100-LOAD-ONE-PENDING-LINE UNTIL QUEUE-END-OF-FILE.
038700     CLOSE STANDING-QUEUE-IN.
038800
038900     MOVE WS-RUN-DATE               TO RPT-HDR-RUN-DATE.
039000     MOVE WS-FLOOR-DATE             TO RPT-HDR-FLOOR-DATE.
039100     WRITE RTQRPT-RECORD         FROM RPT-HEADING-1.
039200
039300     PERFORM 2900-READ-NEXT-JOURNAL.
039400/
039500 1100-LOAD-ONE-PENDING-LINE.
039600     READ STANDING-QUEUE-IN
039700         AT END
039800           MOVE 'Y'                 TO WS-QUEUE-EOF-SWITCH
039900         NOT AT END
040000           ADD 1                    TO WS-PENDING-COUNT
040100           MOVE RTQ-CLAIM-EXTRACT-IMAGE TO CLAIM-EXTRACT-RECORD
040200           MOVE CX-CLAIM-NUMBER     TO WS-SEARCH-CLAIM-NUMBER
040300           MOVE CX-LINE-ITEM-DATE-SERVICE TO WS-SEARCH-DOS
040400           MOVE CX-REV-CODE         TO WS-SEARCH-REV-CODE
040500           MOVE ZERO                TO WS-CHG-SUB
040600           PERFORM 3500-INSERT-LINE
040700     END-READ.
040800/
040900******************************************************************
041000*  TONIGHT'S JOURNAL RECORDS FROM THE PSF AND WAGE INDEX         *
041100*  MAINTENANCE.  AN ADD OR CHANGE IS RETROACTIVE WHEN THE ROW'S  *
041200*  EFFECTIVE DATE IS BEFORE THE DAY IT WAS KEYED; A PSF CHANGE   *
041300*  MUST ALSO HAVE TOUCHED A FIELD THE PRICER READS.              *
041400******************************************************************
041500 2000-SCREEN-ONE-JOURNAL-RECORD.
041600     ADD 1                          TO WS-JOURNAL-READ-COUNT.
041700     IF MJRN-JOURNAL-DATE = WS-RUN-DATE  AND
041800        (MJRN-ACTION-CODE = 'A'  OR  MJRN-ACTION-CODE = 'C')  THEN
041900        EVALUATE MJRN-PROGRAM-ID
042000           WHEN 'ESCALPRV'
042100              PERFORM 2100-SCREEN-PSF-CHANGE
042200           WHEN 'ESCALWMT'
042300              PERFORM 2200-SCREEN-WAGE-INDEX-CHANGE
042400           WHEN OTHER
042500              CONTINUE
042600        END-EVALUATE
042700     END-IF.
042800     PERFORM 2900-READ-NEXT-JOURNAL.
042900/
043000 2100-SCREEN-PSF-CHANGE.
043100     MOVE MJRN-BEFORE-IMAGE         TO WS-PSF-BEFORE-IMAGE.
043200     MOVE MJRN-AFTER-IMAGE          TO WS-PSF-AFTER-IMAGE.
043300     IF WS-PSFA-EFF-DATE NUMERIC  AND
043400        WS-PSFA-EFF-DATE < MJRN-JOURNAL-DATE  AND
043500        WS-PSFA-PRICING-FIELDS NOT = WS-PSFB-PRICING-FIELDS  THEN
043600        PERFORM 2300-ADD-CHANGE
043700        IF WS-CHG-SUB > ZERO  THEN
043800           MOVE 'P'                 TO WS-CHG-SOURCE (WS-CHG-SUB)
043900           MOVE WS-PSFA-EFF-DATE TO WS-CHG-EFF-DATE (WS-CHG-SUB)
044000           MOVE WS-PSFA-PROVIDER-NUMBER TO WS-ADD-PROVIDER
044100           MOVE WS-PSFA-EFF-DATE    TO WS-ADD-FROM-DATE
044200           MOVE WS-RUN-DATE         TO WS-ADD-THRU-DATE
044300           PERFORM 2400-ADD-SELECTION
044400        END-IF
044500     END-IF.
044600/
044700******************************************************************
044800*  A WAGE INDEX ROW REACHES EVERY PROVIDER PRICED UNDER ITS CBSA *
044900*  FOR ITS EFFECTIVE PERIOD - THE PROVIDERS ARE FOUND BY THE     *
045000*  RECLASS AND PSF BROWSES THAT FOLLOW.                          *
045100******************************************************************
045200 2200-SCREEN-WAGE-INDEX-CHANGE.
045300     MOVE MJRN-AFTER-IMAGE          TO WAGE-INDEX-MASTER-RECORD.
045400     IF WGIX-EFF-DATE NUMERIC  AND
045500        WGIX-EFF-DATE < MJRN-JOURNAL-DATE  THEN
045600        PERFORM 2300-ADD-CHANGE
045700        IF WS-CHG-SUB > ZERO  THEN
045800           MOVE 'W'                 TO WS-CHG-SOURCE (WS-CHG-SUB)
045900           MOVE WGIX-CBSA-NUMBER    TO WS-CHG-CBSA (WS-CHG-SUB)
046000           MOVE WGIX-EFF-DATE TO WS-CHG-EFF-DATE (WS-CHG-SUB)
046100           IF WGIX-END-DATE NUMERIC  AND
046200              WGIX-END-DATE > ZERO  AND
046300              WGIX-END-DATE < WS-RUN-DATE  THEN
046400              MOVE WGIX-END-DATE TO WS-CHG-THRU-DATE (WS-CHG-SUB)
046500           END-IF
046600        END-IF
046700     END-IF.
046800/
046900 2300-ADD-CHANGE.
047000     IF WS-CHG-COUNT < 200  THEN
047100        ADD 1                       TO WS-CHG-COUNT
047200        MOVE WS-CHG-COUNT           TO WS-CHG-SUB
047300        MOVE MJRN-RECORD-KEY        TO WS-CHG-KEY (WS-CHG-SUB)
047400        MOVE MJRN-OPERATOR-ID TO WS-CHG-OPERATOR (WS-CHG-SUB)
047500        MOVE ZERO                   TO WS-CHG-CBSA (WS-CHG-SUB)
047600        MOVE WS-RUN-DATE TO WS-CHG-THRU-DATE (WS-CHG-SUB)
047700        MOVE ZERO TO WS-CHG-LINES-FOUND (WS-CHG-SUB)
047800        MOVE ZERO                   TO
047900           WS-CHG-LINES-QUEUED (WS-CHG-SUB)
048000        MOVE ZERO TO WS-CHG-SWING-AMT (WS-CHG-SUB)
048100     ELSE
048200        ADD 1                       TO WS-TABLE-FULL-COUNT
048300        MOVE ZERO                   TO WS-CHG-SUB
048400     END-IF.
048500/
048600******************************************************************
048700*  A RANGE STARTING BEFORE THE LOOKBACK FLOOR STARTS AT THE      *
048800*  FLOOR; ONE ENDING BEFORE IT IS DROPPED.                       *
048900******************************************************************
049000 2400-ADD-SELECTION.
049100     IF WS-ADD-FROM-DATE < WS-FLOOR-DATE  THEN
049200        MOVE WS-FLOOR-DATE          TO WS-ADD-FROM-DATE
049300     END-IF.
049400     IF WS-ADD-FROM-DATE NOT > WS-ADD-THRU-DATE  THEN
049500        IF WS-SEL-COUNT < 3000  THEN
049600           ADD 1                    TO WS-SEL-COUNT
049700           MOVE WS-ADD-PROVIDER TO WS-SEL-PROVIDER (WS-SEL-COUNT)
049800           MOVE WS-ADD-FROM-DATE    TO
049900              WS-SEL-FROM-DATE (WS-SEL-COUNT)
050000           MOVE WS-ADD-THRU-DATE    TO
050100              WS-SEL-THRU-DATE (WS-SEL-COUNT)
050200           MOVE WS-CHG-SUB TO WS-SEL-CHG-SUB (WS-SEL-COUNT)
050300        ELSE
050400           ADD 1                    TO WS-TABLE-FULL-COUNT
050500        END-IF
050600     END-IF.
050700/
050800******************************************************************
050900*  RCLSFILE HAS NO MAINTENANCE JOURNAL, SO A RETROACTIVE         *
051000*  RECLASSIFICATION IS A ROW LAST UPDATED ON THE RUN DATE WITH   *
051100*  AN EARLIER EFFECTIVE DATE.  THE SAME BROWSE FINDS THE         *
051200*  PROVIDERS RECLASSIFIED INTO A CHANGED WAGE INDEX CBSA.        *
051300******************************************************************
051400 2500-BROWSE-RECLASS-FILE.
051500     MOVE 'N'                       TO WS-BROWSE-EOF-SWITCH.
051600     MOVE LOW-VALUES                TO RCLS-RECORD-KEY.
051700     START RECLASS-FILE KEY IS >= RCLS-RECORD-KEY
051800         INVALID KEY MOVE 'Y'       TO WS-BROWSE-EOF-SWITCH
051900     END-START.
052000     PERFORM 2510-CHECK-ONE-RECLASS-ROW UNTIL BROWSE-END-OF-FILE.
052100/
052200 2510-CHECK-ONE-RECLASS-ROW.
052300     READ RECLASS-FILE NEXT RECORD
052400         AT END
052500           MOVE 'Y'                 TO WS-BROWSE-EOF-SWITCH
052600         NOT AT END
052700           PERFORM 2520-MATCH-RECLASS-TO-WAGE
052800              VARYING WS-SUB FROM 1 BY 1
052900              UNTIL WS-SUB > WS-CHG-COUNT
053000           IF RCLS-LAST-UPDATE-DATE = WS-RUN-DATE  AND
053100              RCLS-EFF-DATE < WS-RUN-DATE  THEN
053200              PERFORM 2530-ADD-RECLASS-CHANGE
053300           END-IF
053400     END-READ.
053500/
053600 2520-MATCH-RECLASS-TO-WAGE.
053700     IF WS-CHG-SOURCE (WS-SUB) = 'W'  AND
053800        WS-CHG-CBSA (WS-SUB) = RCLS-RECLASS-CBSA  THEN
053900        MOVE WS-CHG-EFF-DATE (WS-SUB) TO WS-ADD-FROM-DATE
054000        IF RCLS-EFF-DATE > WS-ADD-FROM-DATE  THEN
054100           MOVE RCLS-EFF-DATE       TO WS-ADD-FROM-DATE
054200        END-IF
054300        MOVE WS-CHG-THRU-DATE (WS-SUB) TO WS-ADD-THRU-DATE
054400        IF RCLS-END-DATE > ZERO  AND
054500           RCLS-END-DATE < WS-ADD-THRU-DATE  THEN
054600           MOVE RCLS-END-DATE       TO WS-ADD-THRU-DATE
054700        END-IF
054800        MOVE RCLS-PROVIDER-NUMBER   TO WS-ADD-PROVIDER
054900        MOVE WS-SUB                 TO WS-CHG-SUB
055000        PERFORM 2400-ADD-SELECTION
055100     END-IF.
055200/
055300 2530-ADD-RECLASS-CHANGE.
055400     IF WS-CHG-COUNT < 200  THEN
055500        ADD 1                       TO WS-CHG-COUNT
055600        MOVE WS-CHG-COUNT           TO WS-CHG-SUB
055700        MOVE 'R'                    TO WS-CHG-SOURCE (WS-CHG-SUB)
055800        MOVE RCLS-RECORD-KEY        TO WS-CHG-KEY (WS-CHG-SUB)
055900        MOVE RCLS-RECLASS-CBSA      TO WS-CHG-CBSA (WS-CHG-SUB)
056000        MOVE RCLS-EFF-DATE TO WS-CHG-EFF-DATE (WS-CHG-SUB)
056100        MOVE WS-RUN-DATE TO WS-CHG-THRU-DATE (WS-CHG-SUB)
056200        MOVE SPACES TO WS-CHG-OPERATOR (WS-CHG-SUB)
056300        MOVE ZERO TO WS-CHG-LINES-FOUND (WS-CHG-SUB)
056400        MOVE ZERO                   TO
056500           WS-CHG-LINES-QUEUED (WS-CHG-SUB)
056600        MOVE ZERO TO WS-CHG-SWING-AMT (WS-CHG-SUB)
056700        MOVE RCLS-PROVIDER-NUMBER   TO WS-ADD-PROVIDER
056800        MOVE RCLS-EFF-DATE          TO WS-ADD-FROM-DATE
056900        MOVE WS-RUN-DATE            TO WS-ADD-THRU-DATE
057000        PERFORM 2400-ADD-SELECTION
057100     ELSE
057200        ADD 1                       TO WS-TABLE-FULL-COUNT
057300     END-IF.
057400/
057500******************************************************************
057600*  THE PROVIDERS LOCATED IN A CHANGED WAGE INDEX CBSA.  ONE      *
057700*  RECLASSIFIED AWAY FROM IT REPRICES UNCHANGED AND IS NOT       *
057800*  QUEUED.                                                       *
057900******************************************************************
058000 2600-BROWSE-PROVIDER-FILE.
058100     MOVE 'N'                       TO WS-BROWSE-EOF-SWITCH.
058200     MOVE LOW-VALUES                TO PRVF-PROVIDER-NUMBER.
058300     START PROVIDER-FILE KEY IS >= PRVF-PROVIDER-NUMBER
058400         INVALID KEY MOVE 'Y'       TO WS-BROWSE-EOF-SWITCH
058500     END-START.
058600     PERFORM 2610-CHECK-ONE-PROVIDER UNTIL BROWSE-END-OF-FILE.
058700/
058800 2610-CHECK-ONE-PROVIDER.
058900     READ PROVIDER-FILE NEXT RECORD
059000         AT END
059100           MOVE 'Y'                 TO WS-BROWSE-EOF-SWITCH
059200         NOT AT END
059300           PERFORM 2620-MATCH-PROVIDER-TO-WAGE
059400              VARYING WS-SUB FROM 1 BY 1
059500              UNTIL WS-SUB > WS-CHG-COUNT
059600     END-READ.
059700/
059800 2620-MATCH-PROVIDER-TO-WAGE.
059900     IF WS-CHG-SOURCE (WS-SUB) = 'W'  AND
060000        WS-CHG-CBSA (WS-SUB) = PRVF-GEO-CBSA  THEN
060100        MOVE PRVF-PROVIDER-NUMBER   TO WS-ADD-PROVIDER
060200        MOVE WS-CHG-EFF-DATE (WS-SUB) TO WS-ADD-FROM-DATE
060300        MOVE WS-CHG-THRU-DATE (WS-SUB) TO WS-ADD-THRU-DATE
060400        MOVE WS-SUB                 TO WS-CHG-SUB
060500        PERFORM 2400-ADD-SELECTION
060600     END-IF.
060700/
060800 2900-READ-NEXT-JOURNAL.
060900     READ MAINT-JOURNAL-IN
061000         AT END MOVE 'Y'            TO WS-JRNL-EOF-SWITCH
061100     END-READ.
061200/
061300******************************************************************
061400*  THE HISTXREF PROVIDER PATH FROM THE RANGE'S FIRST SERVICE     *
061500*  MONTH ON - EVERY LINE SERVED INSIDE THE RANGE IS TABLED.      *
061600******************************************************************
061700 3000-SELECT-ONE-RANGE.
061800     MOVE WS-SEL-CHG-SUB (WS-SEL-SUB) TO WS-CHG-SUB.
061900     MOVE WS-SEL-THRU-DATE (WS-SEL-SUB) (1:6) TO WS-THRU-MONTH.
062000     MOVE LOW-VALUES                TO HX-PROVIDER-KEY-DATA.
062100     MOVE WS-SEL-PROVIDER (WS-SEL-SUB) TO HXP-PROVIDER-NUMBER.
062200     MOVE WS-SEL-FROM-DATE (WS-SEL-SUB) (1:6) TO
062300        HXP-SERVICE-MONTH.
062400     MOVE 'P'                       TO HX-PATH-CODE.
062500     MOVE HX-PROVIDER-KEY-DATA      TO HX-KEY-DATA.
062600     MOVE 'N'                       TO WS-BROWSE-EOF-SWITCH.
062700     START HISTORY-XREF KEY IS >= HX-RECORD-KEY
062800         INVALID KEY MOVE 'Y'       TO WS-BROWSE-EOF-SWITCH
062900     END-START.
063000     PERFORM 3100-READ-ONE-XREF-ENTRY UNTIL BROWSE-END-OF-FILE.
063100/
063200 3100-READ-ONE-XREF-ENTRY.
063300     READ HISTORY-XREF NEXT RECORD
063400         AT END
063500           MOVE 'Y'                 TO WS-BROWSE-EOF-SWITCH
063600         NOT AT END
063700           MOVE HX-KEY-DATA         TO HX-PROVIDER-KEY-DATA
063800           IF NOT HX-PROVIDER-PATH  OR
063900              HXP-PROVIDER-NUMBER NOT =
064000                 WS-SEL-PROVIDER (WS-SEL-SUB)  OR
064100              HXP-SERVICE-MONTH > WS-THRU-MONTH  THEN
064200              MOVE 'Y'              TO WS-BROWSE-EOF-SWITCH
064300           ELSE
064400              IF HXP-LINE-ITEM-DOS NOT <
064500                    WS-SEL-FROM-DATE (WS-SEL-SUB)  AND
064600                 HXP-LINE-ITEM-DOS NOT >
064700                    WS-SEL-THRU-DATE (WS-SEL-SUB)  THEN
064800                 MOVE HXP-CLAIM-NUMBER TO WS-SEARCH-CLAIM-NUMBER
064900                 MOVE HXP-LINE-ITEM-DOS TO WS-SEARCH-DOS
065000                 MOVE HXP-REV-CODE  TO WS-SEARCH-REV-CODE
065100                 PERFORM 3500-INSERT-LINE
065200              END-IF
065300           END-IF
065400     END-READ.
065500/
065600******************************************************************
065700*  TABLES WS-SEARCH-KEY UNDER CHANGE WS-CHG-SUB UNLESS IT IS     *
065800*  ALREADY THERE - THE FIRST CHANGE (OR THE STANDING QUEUE) TO   *
065900*  REACH A LINE KEEPS IT.  A FAILED SEARCH LEAVES THE LOW        *
066000*  SUBSCRIPT AT THE INSERTION POINT.                             *
066100******************************************************************
066200 3500-INSERT-LINE.
066300     PERFORM 8000-FIND-LINE.
066400     IF WS-LINE-MATCH-SUB > ZERO  THEN
066500        IF WS-CHG-SUB > ZERO  AND
066600           WS-LN-CHG-SUB (WS-LINE-MATCH-SUB) = ZERO  THEN
066700           ADD 1                    TO WS-ALREADY-PENDING-COUNT
066800        END-IF
066900     ELSE
067000        IF WS-LINE-COUNT < 5000  THEN
067100           PERFORM 3510-MOVE-ONE-LINE-DOWN
067200              VARYING WS-LINE-SUB FROM WS-LINE-COUNT BY -1
067300              UNTIL WS-LINE-SUB < WS-LOW-SUB
067400           ADD 1                    TO WS-LINE-COUNT
067500           MOVE WS-SEARCH-KEY       TO WS-LN-KEY (WS-LOW-SUB)
067600           MOVE WS-CHG-SUB          TO WS-LN-CHG-SUB (WS-LOW-SUB)
067700           MOVE SPACE TO WS-LN-HIST-STATUS (WS-LOW-SUB)
067800           MOVE ZERO                TO WS-LN-PPS-RTC (WS-LOW-SUB)
067900           MOVE ZERO                TO WS-LN-PAID-AMT (WS-LOW-SUB)
068000           MOVE ZERO                TO
068100              WS-LN-ESTIMATED-AMT (WS-LOW-SUB)
068200           MOVE 'N'                 TO
068300              WS-LN-QUEUED-SWITCH (WS-LOW-SUB)
068400           MOVE SPACES              TO WS-LN-IMAGE (WS-LOW-SUB)
068500        ELSE
068600           ADD 1                    TO WS-TABLE-FULL-COUNT
068700        END-IF
068800     END-IF.
068900/
069000 3510-MOVE-ONE-LINE-DOWN.
069100     MOVE WS-LINE-ENTRY (WS-LINE-SUB) TO
069200        WS-LINE-ENTRY (WS-LINE-SUB + 1).
069300/
069400******************************************************************
069500*  HISTORY IS IN PRICED ORDER, SO THE LAST RECORD FOR A LINE IS  *
069600*  ITS STANDING PRICING.  A VOID LEAVES NOTHING TO ADJUST.       *
069700******************************************************************
069800 4000-MATCH-ONE-HISTORY-LINE.
069900     MOVE PH-CLAIM-EXTRACT-IMAGE    TO CLAIM-EXTRACT-RECORD.
070000     MOVE CX-CLAIM-NUMBER           TO WS-SEARCH-CLAIM-NUMBER.
070100     MOVE CX-LINE-ITEM-DATE-SERVICE TO WS-SEARCH-DOS.
070200     MOVE CX-REV-CODE               TO WS-SEARCH-REV-CODE.
070300     PERFORM 8000-FIND-LINE.
070400     IF WS-LINE-MATCH-SUB > ZERO  THEN
070500        IF WS-LN-CHG-SUB (WS-LINE-MATCH-SUB) > ZERO  THEN
070600           IF CX-ACTION-VOID  THEN
070700              MOVE 'V'              TO
070800                 WS-LN-HIST-STATUS (WS-LINE-MATCH-SUB)
070900           ELSE
071000              MOVE 'H'              TO
071100                 WS-LN-HIST-STATUS (WS-LINE-MATCH-SUB)
071200              MOVE PH-PPS-RTC       TO
071300                 WS-LN-PPS-RTC (WS-LINE-MATCH-SUB)
071400              MOVE PH-FINAL-PAY-AMT TO
071500                 WS-LN-PAID-AMT (WS-LINE-MATCH-SUB)
071600              MOVE PH-CLAIM-EXTRACT-IMAGE TO
071700                 WS-LN-IMAGE (WS-LINE-MATCH-SUB)
071800           END-IF
071900        END-IF
072000     END-IF.
072100     PERFORM 4900-READ-NEXT-HISTORY.
072200/
072300 4900-READ-NEXT-HISTORY.
072400     READ PRICED-HISTORY-IN
072500         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
072600     END-READ.
072700/
072800******************************************************************
072900*  ONLY A PAID LINE (RTC BELOW 50) IS REPRICED.  ONE WHOSE       *
073000*  PAYMENT WOULD MOVE IS QUEUED WITH ITS STANDING IMAGE; THE     *
073100*  RELEASED ADJUSTMENT REPRICES IT FOR REAL IN THE NIGHTLY RUN.  *
073200******************************************************************
073300 5000-REPRICE-ONE-LINE.
073400     MOVE WS-LN-CHG-SUB (WS-LINE-SUB) TO WS-CHG-SUB.
073500     IF WS-CHG-SUB > ZERO  THEN
073600        ADD 1 TO WS-CHG-LINES-FOUND (WS-CHG-SUB)
073700        EVALUATE TRUE
073800           WHEN NOT LN-ON-HISTORY (WS-LINE-SUB)
073900              ADD 1                 TO WS-NOT-ON-HISTORY-COUNT
074000           WHEN WS-LN-PPS-RTC (WS-LINE-SUB) NOT < 50
074100              ADD 1                 TO WS-NOT-PAID-COUNT
074200           WHEN OTHER
074300              MOVE WS-LN-IMAGE (WS-LINE-SUB) TO
074400                 CLAIM-EXTRACT-RECORD
074500              PERFORM 5100-REPRICE-CLAIM
074600              MOVE PPS-FINAL-PAY-AMT TO
074700                 WS-LN-ESTIMATED-AMT (WS-LINE-SUB)
074800              IF PPS-FINAL-PAY-AMT = WS-LN-PAID-AMT (WS-LINE-SUB)
074900              THEN
075000                 ADD 1              TO WS-NO-CHANGE-COUNT
075100              ELSE
075200                 PERFORM 5200-QUEUE-LINE
075300              END-IF
075400        END-EVALUATE
075500     END-IF.
075600/
075700******************************************************************
075800*  THE ESCALMAS CLAIM-EXTRACT-TO-BILL MAPPING, WITH THE PROVIDER *
075900*  FIELDS TAKEN FROM THE PSF AS IT NOW STANDS, THE WAY THE       *
076000*  NIGHTLY RUN WILL TAKE THEM WHEN THE ADJUSTMENT PRICES.        *
076100******************************************************************
076200 5100-REPRICE-CLAIM.
076300     MOVE CX-COND-CODE                     TO B-COND-CODE.
076400     PERFORM 5110-MAP-ONE-CONDITION-CODE
076500        VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
076600     MOVE CX-REV-CODE                      TO B-REV-CODE.
076700     MOVE CX-DOB-DATE                      TO B-DOB-DATE.
076800     MOVE CX-THRU-DATE                     TO B-THRU-DATE.
076900     MOVE CX-LINE-ITEM-DATE-SERVICE         TO
077000                                    B-LINE-ITEM-DATE-SERVICE.
077100     MOVE CX-DIALYSIS-START-DATE            TO
077200                                    B-DIALYSIS-START-DATE.
077300     MOVE CX-PATIENT-HGT                    TO B-PATIENT-HGT.
077400     MOVE CX-PATIENT-WGT                    TO B-PATIENT-WGT.
077500     MOVE CX-CLAIM-NUM-DIALYSIS-SESSIONS     TO
077600                                    B-CLAIM-NUM-DIALYSIS-SESSIONS.
077700     MOVE CX-TOT-PRICE-SB-OUTLIER            TO
077800                                    B-TOT-PRICE-SB-OUTLIER.
077900     MOVE CX-PAYER-ONLY-VC-Q8 TO B-PAYER-ONLY-VC-Q8.
078000     PERFORM 5120-MAP-ONE-NDC-LINE
078100        VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.
078200     PERFORM 5130-MAP-ONE-TPNIES-LINE
078300        VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
078400     PERFORM 5140-MAP-ONE-COMORBIDITY
078500        VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6.
078600     MOVE CX-COMORBID-CWF-RETURN-CODE        TO
078700                                    COMORBID-CWF-RETURN-CODE.
078800     PERFORM 5150-MAP-ONE-CWF-RETURN-CODE
078900        VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
079000     MOVE CX-SPEC-PYMT-IND                   TO P-SPEC-PYMT-IND.
079100     MOVE CX-ESRD-RATE                       TO P-ESRD-RATE.
079200     MOVE CX-BUNDLED-TEST-INDIC TO BUNDLED-TEST-INDIC.
079300     MOVE CX-MSP-INDICATOR                   TO B-MSP-INDICATOR.
079400     MOVE CX-ETC-HDPA-INDIC                  TO P-ETC-HDPA-INDIC.
079500     MOVE ZERO                     TO B-DEDUCTIBLE-REMAINING.
079600     MOVE CX-WAGE-NEW-RATE-CBSA TO WAGE-NEW-RATE-CBSA.
079700     MOVE CX-WAGE-NEW-RATE-AMT               TO WAGE-NEW-RATE-AMT.
079800     PERFORM 5160-MAP-PROVIDER-FIELDS.
079900
080000     MOVE P-GEO-CBSA                TO WIX-CBSA-NUMBER.
080100     MOVE CX-PROVIDER-NUMBER        TO RCL-PROVIDER-NUMBER.
080200     MOVE CX-LINE-ITEM-DATE-SERVICE TO RCL-DATE-OF-SERVICE.
080300     CALL 'ESCALRCL'             USING RECLASS-LOOKUP-REQUEST.
080400     IF RCL-RECORD-FOUND  THEN
080500        MOVE RCL-RECLASS-CBSA       TO WIX-CBSA-NUMBER
080600     END-IF.
080700     MOVE CX-LINE-ITEM-DATE-SERVICE TO WIX-DATE-OF-SERVICE.
080800     CALL 'ESCALWIX'             USING WAGE-INDEX-LOOKUP-REQUEST
080900                                       COM-CBSA-WAGE-RECORD
081000                                       BUN-CBSA-WAGE-RECORD.
081100     IF WIX-RECORD-NOT-FOUND  THEN
081200        MOVE CX-COM-CBSA-NUMBER     TO COM-CBSA-NUMBER
081300        MOVE CX-COM-CBSA-W-INDEX    TO COM-CBSA-W-INDEX
081400        MOVE CX-BUN-CBSA-NUMBER     TO BUN-CBSA-NUMBER
081500        MOVE CX-BUN-CBSA-W-INDEX    TO BUN-CBSA-W-INDEX
081600        MOVE CX-BUN-CBSA-W-INDEX    TO BUN-CBSA-PUB-W-INDEX
081700     END-IF.
081800
081900     INITIALIZE PPS-DATA-ALL.
082000
082100     CALL 'ESCALVRD'             USING BILL-NEW-DATA
082200                                       PPS-DATA-ALL
082300                                       WAGE-NEW-RATE-RECORD
082400                                       COM-CBSA-WAGE-RECORD
082500                                       BUN-CBSA-WAGE-RECORD.
082600/
082700 5110-MAP-ONE-CONDITION-CODE.
082800     MOVE CX-COND-CODE-ENTRY (WS-SUB) TO
082900        B-COND-CODE-ENTRY (WS-SUB).
083000/
083100 5120-MAP-ONE-NDC-LINE.
083200     MOVE CX-NDC-CODE (WS-SUB)      TO B-NDC-CODE (WS-SUB).
083300     MOVE CX-NDC-DRUG-AMT (WS-SUB)  TO B-NDC-DRUG-AMT (WS-SUB).
083400/
083500 5130-MAP-ONE-TPNIES-LINE.
083600     MOVE CX-TPNIES-CODE (WS-SUB)   TO B-TPNIES-CODE (WS-SUB).
083700     MOVE CX-TPNIES-MAC-PRICE (WS-SUB) TO
083800                                    B-TPNIES-MAC-PRICE (WS-SUB).
083900/
084000 5140-MAP-ONE-COMORBIDITY.
084100     MOVE CX-COMORBID-DATA (WS-SUB) TO COMORBID-DATA (WS-SUB).
084200/
084300 5150-MAP-ONE-CWF-RETURN-CODE.
084400     MOVE CX-COMORBID-CWF-RETURN-CODE-ADDL (WS-SUB) TO
084500        COMORBID-CWF-RETURN-CODE-ADDL (WS-SUB).
084600/
084700******************************************************************
084800*  THE PSF IS READ ONCE PER PROVIDER - THE LINES ARE IN CLAIM    *
084900*  ORDER, SO A PROVIDER'S LINES MOSTLY COME TOGETHER.  A CCN NOT *
085000*  ON FILE PRICES FROM THE VALUES CARRIED ON THE EXTRACT.        *
085100******************************************************************
085200 5160-MAP-PROVIDER-FIELDS.
085300     IF CX-PROVIDER-NUMBER NOT = WS-LAST-PROVIDER-NUMBER  THEN
085400        MOVE CX-PROVIDER-NUMBER     TO WS-LAST-PROVIDER-NUMBER
085500        MOVE CX-PROVIDER-NUMBER     TO PRVF-PROVIDER-NUMBER
085600        READ PROVIDER-FILE
085700            INVALID KEY
085800              MOVE 'N'              TO WS-PRVF-FOUND-SWITCH
085900            NOT INVALID KEY
086000              MOVE 'Y'              TO WS-PRVF-FOUND-SWITCH
086100        END-READ
086200     END-IF.
086300
086400     IF PRVF-RECORD-FOUND  THEN
086500        MOVE PRVF-PROV-TYPE         TO P-PROV-TYPE
086600        MOVE PRVF-QIP-REDUCTION     TO P-QIP-REDUCTION
086700        MOVE PRVF-PROV-LOW-VOLUME-INDIC TO
086800                                    P-PROV-LOW-VOLUME-INDIC
086900        MOVE PRVF-PROV-WAIVE-BLEND-PAY-INDIC TO
087000                                    P-PROV-WAIVE-BLEND-PAY-INDIC
087100        MOVE PRVF-GEO-MSA           TO P-GEO-MSA
087200        MOVE PRVF-GEO-CBSA          TO P-GEO-CBSA
087300     ELSE
087400        MOVE CX-PROV-TYPE           TO P-PROV-TYPE
087500        MOVE CX-QIP-REDUCTION       TO P-QIP-REDUCTION
087600        MOVE CX-PROV-LOW-VOLUME-INDIC TO
087700                                    P-PROV-LOW-VOLUME-INDIC
087800        MOVE CX-PROV-WAIVE-BLEND-PAY-INDIC TO
087900                                    P-PROV-WAIVE-BLEND-PAY-INDIC
088000        MOVE CX-GEO-MSA             TO P-GEO-MSA
088100        MOVE CX-GEO-CBSA            TO P-GEO-CBSA
088200     END-IF.
088300/
088400 5200-QUEUE-LINE.
088500     INITIALIZE RETRO-ADJ-QUEUE-RECORD.
088600     MOVE WS-LN-IMAGE (WS-LINE-SUB) TO RTQ-CLAIM-EXTRACT-IMAGE.
088700     MOVE WS-RUN-DATE               TO RTQ-CHANGE-DATE.
088800     MOVE WS-CHG-SUB                TO RTQ-CHANGE-SEQ.
088900     MOVE WS-CHG-SOURCE (WS-CHG-SUB) TO RTQ-CHANGE-SOURCE.
089000     MOVE WS-CHG-KEY (WS-CHG-SUB)   TO RTQ-CHANGE-KEY.
089100     MOVE WS-CHG-EFF-DATE (WS-CHG-SUB) TO RTQ-CHANGE-EFF-DATE.
089200     MOVE WS-CHG-OPERATOR (WS-CHG-SUB) TO RTQ-CHANGE-OPERATOR.
089300     MOVE WS-LN-PPS-RTC (WS-LINE-SUB) TO RTQ-PPS-RTC.
089400     MOVE WS-LN-PAID-AMT (WS-LINE-SUB) TO RTQ-PAID-AMT.
089500     MOVE WS-LN-ESTIMATED-AMT (WS-LINE-SUB) TO RTQ-ESTIMATED-AMT.
089600     MOVE WS-RUN-DATE               TO RTQ-QUEUE-DATE.
089700     WRITE RTQNEW-RECORD         FROM RETRO-ADJ-QUEUE-RECORD.
089800
089900     MOVE 'Y' TO WS-LN-QUEUED-SWITCH (WS-LINE-SUB).
090000     ADD 1                          TO WS-QUEUED-COUNT.
090100     ADD 1 TO WS-CHG-LINES-QUEUED (WS-CHG-SUB).
090200     COMPUTE WS-CHG-SWING-AMT (WS-CHG-SUB) =
090300        WS-CHG-SWING-AMT (WS-CHG-SUB) +
090400        WS-LN-ESTIMATED-AMT (WS-LINE-SUB) -
090500        WS-LN-PAID-AMT (WS-LINE-SUB).
090600     COMPUTE WS-TOTAL-SWING-AMT = WS-TOTAL-SWING-AMT +
090700        WS-LN-ESTIMATED-AMT (WS-LINE-SUB) -
090800        WS-LN-PAID-AMT (WS-LINE-SUB).
090900/
091000******************************************************************
091100*  ONE BLOCK PER RETROACTIVE CHANGE: THE CHANGE, EACH LINE IT    *
091200*  QUEUED, AND ITS LINE COUNTS AND ESTIMATED SWING.              *
091300******************************************************************
091400 6000-PRINT-ONE-CHANGE.
091500     MOVE SPACES                    TO RTQRPT-RECORD.
091600     WRITE RTQRPT-RECORD.
091700     MOVE WS-RUN-DATE               TO RPT-CHG-DATE.
091800     MOVE WS-CHG-SUB                TO RPT-CHG-SEQ.
091900     EVALUATE WS-CHG-SOURCE (WS-CHG-SUB)
092000        WHEN 'P'
092100           MOVE 'PSF   CCN'         TO RPT-CHG-SOURCE-TEXT
092200        WHEN 'W'
092300           MOVE 'WAGE  CBSA/EFF'    TO RPT-CHG-SOURCE-TEXT
092400        WHEN OTHER
092500           MOVE 'RCLS  CCN/EFF'     TO RPT-CHG-SOURCE-TEXT
092600     END-EVALUATE.
092700     MOVE WS-CHG-KEY (WS-CHG-SUB)   TO RPT-CHG-KEY.
092800     MOVE WS-CHG-EFF-DATE (WS-CHG-SUB) TO RPT-CHG-EFF-DATE.
092900     MOVE WS-CHG-OPERATOR (WS-CHG-SUB) TO RPT-CHG-OPERATOR.
093000     WRITE RTQRPT-RECORD         FROM RPT-CHANGE-LINE.
093100
093200     IF WS-CHG-LINES-QUEUED (WS-CHG-SUB) > ZERO  THEN
093300        WRITE RTQRPT-RECORD      FROM RPT-COLUMN-HEADING
093400        PERFORM 6100-PRINT-ONE-LINE
093500           VARYING WS-LINE-SUB FROM 1 BY 1
093600           UNTIL WS-LINE-SUB > WS-LINE-COUNT
093700     END-IF.
093800
093900     MOVE WS-CHG-LINES-FOUND (WS-CHG-SUB) TO RPT-CHG-LINES-FOUND.
094000     MOVE WS-CHG-LINES-QUEUED (WS-CHG-SUB) TO
094100        RPT-CHG-LINES-QUEUED.
094200     MOVE WS-CHG-SWING-AMT (WS-CHG-SUB) TO RPT-CHG-SWING-AMT.
094300     WRITE RTQRPT-RECORD         FROM RPT-CHANGE-TOTAL-LINE.
094400/
094500 6100-PRINT-ONE-LINE.
094600     IF WS-LN-CHG-SUB (WS-LINE-SUB) = WS-CHG-SUB  AND
094700        WS-LN-QUEUED-SWITCH (WS-LINE-SUB) = 'Y'  THEN
094800        MOVE WS-LN-IMAGE (WS-LINE-SUB) TO CLAIM-EXTRACT-RECORD
094900        MOVE CX-CLAIM-NUMBER        TO RPT-CLAIM-NUMBER
095000        MOVE CX-PROVIDER-NUMBER     TO RPT-PROVIDER-NUMBER
095100        MOVE CX-LINE-ITEM-DATE-SERVICE TO RPT-SERVICE-DATE
095200        MOVE WS-LN-PAID-AMT (WS-LINE-SUB) TO RPT-PAID-AMT
095300        MOVE WS-LN-ESTIMATED-AMT (WS-LINE-SUB) TO
095400           RPT-ESTIMATED-AMT
095500        COMPUTE RPT-SWING-AMT =
095600           WS-LN-ESTIMATED-AMT (WS-LINE-SUB) -
095700           WS-LN-PAID-AMT (WS-LINE-SUB)
095800        WRITE RTQRPT-RECORD      FROM RPT-DETAIL-LINE
095900     END-IF.
096000/
096100 6500-PRINT-TOTALS.
096200     MOVE SPACES                    TO RTQRPT-RECORD.
096300     WRITE RTQRPT-RECORD.
096400
096500     MOVE 'JOURNAL RECORDS READ . . . . . . . . . . .' TO
096600                                    RPT-TOTAL-TEXT.
096700     MOVE WS-JOURNAL-READ-COUNT     TO RPT-TOTAL-COUNT.
096800     WRITE RTQRPT-RECORD         FROM RPT-TOTAL-LINE.
096900
097000     MOVE 'RETROACTIVE CHANGES  . . . . . . . . . . .' TO
097100                                    RPT-TOTAL-TEXT.
097200     MOVE WS-CHG-COUNT              TO RPT-TOTAL-COUNT.
097300     WRITE RTQRPT-RECORD         FROM RPT-TOTAL-LINE.
097400
097500     MOVE 'LINES ALREADY ON THE STANDING QUEUE  . . .' TO
097600                                    RPT-TOTAL-TEXT.
097700     MOVE WS-PENDING-COUNT          TO RPT-TOTAL-COUNT.
097800     WRITE RTQRPT-RECORD         FROM RPT-TOTAL-LINE.
097900
098000     MOVE '  REACHED AGAIN TONIGHT - NOT REQUEUED . .' TO
098100                                    RPT-TOTAL-TEXT.
098200     MOVE WS-ALREADY-PENDING-COUNT  TO RPT-TOTAL-COUNT.
098300     WRITE RTQRPT-RECORD         FROM RPT-TOTAL-LINE.
098400
098500     MOVE 'LINES NOT ON THE HISTORY READ, OR VOIDED .' TO
098600                                    RPT-TOTAL-TEXT.
098700     MOVE WS-NOT-ON-HISTORY-COUNT   TO RPT-TOTAL-COUNT.
098800     WRITE RTQRPT-RECORD         FROM RPT-TOTAL-LINE.
098900
099000     MOVE 'LINES NOT PAID (RTC 50 AND OVER) . . . . .' TO
099100                                    RPT-TOTAL-TEXT.
099200     MOVE WS-NOT-PAID-COUNT         TO RPT-TOTAL-COUNT.
099300     WRITE RTQRPT-RECORD         FROM RPT-TOTAL-LINE.
099400
099500     MOVE 'LINES REPRICED WITH NO CHANGE  . . . . . .' TO
099600                                    RPT-TOTAL-TEXT.
099700     MOVE WS-NO-CHANGE-COUNT        TO RPT-TOTAL-COUNT.
099800     WRITE RTQRPT-RECORD         FROM RPT-TOTAL-LINE.
099900
100000     MOVE 'LINES QUEUED FOR SUPERVISOR RELEASE  . . .' TO
100100                                    RPT-TOTAL-TEXT.
100200     MOVE WS-QUEUED-COUNT           TO RPT-TOTAL-COUNT.
100300     WRITE RTQRPT-RECORD         FROM RPT-TOTAL-LINE.
100400
100500     MOVE WS-TOTAL-SWING-AMT        TO RPT-TOTAL-SWING-AMT.
100600     WRITE RTQRPT-RECORD         FROM RPT-SWING-TOTAL-LINE.
100700
100800     IF WS-TABLE-FULL-COUNT > ZERO  THEN
100900        MOVE 'ENTRIES DROPPED - TABLE FULL . . . . . . .' TO
101000                                    RPT-TOTAL-TEXT
101100        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
101200        WRITE RTQRPT-RECORD      FROM RPT-TOTAL-LINE
101300        DISPLAY 'ESCALRTQ - TABLE FULL - NOT EVERY AFFECTED LINE '
101400           'WAS QUEUED'
101500        MOVE 4                      TO RETURN-CODE
101600     END-IF.
101700/
101800******************************************************************
101900*  BINARY SEARCH OF THE LINE TABLE ON WS-SEARCH-KEY - THE MATCH  *
102000*  SUBSCRIPT IS ZERO WHEN THE LINE IS NOT TABLED.                *
102100******************************************************************
102200 8000-FIND-LINE.
102300     MOVE ZERO                      TO WS-LINE-MATCH-SUB.
102400     MOVE 1                         TO WS-LOW-SUB.
102500     MOVE WS-LINE-COUNT             TO WS-HIGH-SUB.
102600     PERFORM 8010-PROBE-LINE-TABLE
102700        UNTIL WS-LOW-SUB > WS-HIGH-SUB  OR
102800              WS-LINE-MATCH-SUB > ZERO.
102900/
103000 8010-PROBE-LINE-TABLE.
103100     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
103200     EVALUATE TRUE
103300        WHEN WS-LN-KEY (WS-MID-SUB) = WS-SEARCH-KEY
103400           MOVE WS-MID-SUB          TO WS-LINE-MATCH-SUB
103500        WHEN WS-LN-KEY (WS-MID-SUB) < WS-SEARCH-KEY
103600           COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
103700        WHEN OTHER
103800           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
103900     END-EVALUATE.
104000/
104100 7000-TERMINATE.
104200     CLOSE MAINT-JOURNAL-IN
104300           PROVIDER-FILE
104400           RECLASS-FILE
104500           HISTORY-XREF
104600           PRICED-HISTORY-IN
104700           NEW-QUEUE-OUT
104800           IMPACT-REPORT.
