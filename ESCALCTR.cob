000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCTR.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCTR - NEW PROGRAM
000700*         - IMPROPER-PAYMENT (CERT) TRACKING AND PROJECTED ERROR
000800*           RATE REPORT FOR THE SAMPLE MONTH ON CTKCTL.  LISTS
000900*           EVERY CASE STILL WAITING ON MEDICAL RECORDS WITH ITS
001000*           DUE DATE AND HOW FAR PAST DUE IT IS, COUNTS THE CASES
001100*           AT EACH STATUS, TOTALS THE FINDINGS BY ERROR CATEGORY
001200*           (OVERPAID AND UNDERPAID DOLLARS), AND PROJECTS THE
001300*           IMPROPER PAYMENTS AND ERROR RATE FOR EACH CATEGORY.
001400*           THE PROJECTION IS A STRATIFIED RATIO ESTIMATE: EACH
001500*           STRATUM'S DOLLARS IN ERROR OVER THE PAID DOLLARS OF
001600*           ITS REVIEWED CASES, APPLIED TO THE STRATUM'S PAID
001700*           POPULATION FROM CTPOP.  A MONTH WITH NO POPULATION
001800*           ON CTPOP (A CMS-LISTED SAMPLE) IS PROJECTED ON THE
001900*           REVIEWED SAMPLE ALONE, AND THE REPORT SAYS SO.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT SAMPLE-CONTROL       ASSIGN TO CTKCTL
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT POPULATION-IN        ASSIGN TO CTPOP
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT CERT-CASE-FILE       ASSIGN TO CERTFILE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CTC-RECORD-KEY.
003600     SELECT RATE-REPORT          ASSIGN TO CTRRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SAMPLE-CONTROL
004200     LABEL RECORDS ARE STANDARD
004300     RECORDING MODE IS F.
004400 COPY CTKCPY.
004500/
004600 FD  POPULATION-IN
004700     LABEL RECORDS ARE STANDARD
004800     RECORDING MODE IS F.
004900 COPY CTPCPY.
005000/
005100 FD  CERT-CASE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 COPY CTCCPY.
005400/
005500 FD  RATE-REPORT
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 01  CTRRPT-RECORD                  PIC X(100).
005900/
006000 WORKING-STORAGE SECTION.
006100 01  W-STORAGE-REF                  PIC X(46) VALUE
006200     'ESCALCTR      - W O R K I N G   S T O R A G E'.
006300
006400 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
006500     88  CTL-END-OF-FILE                       VALUE 'Y'.
006600     88  CTL-NOT-END-OF-FILE                   VALUE 'N'.
006700
006800 01  WS-POP-EOF-SWITCH              PIC X(01) VALUE 'N'.
006900     88  POP-END-OF-FILE                       VALUE 'Y'.
007000     88  POP-NOT-END-OF-FILE                   VALUE 'N'.
007100
007200 01  WS-CASE-EOF-SWITCH             PIC X(01) VALUE 'N'.
007300     88  CASE-END-OF-FILE                      VALUE 'Y'.
007400     88  CASE-NOT-END-OF-FILE                  VALUE 'N'.
007500
007600 01  WS-POPULATION-SWITCH           PIC X(01) VALUE 'N'.
007700     88  POPULATION-ON-FILE                    VALUE 'Y'.
007800     88  NO-POPULATION-ON-FILE                 VALUE 'N'.
007900
008000 01  WS-TODAY                       PIC 9(08).
008100 01  WS-TODAY-INT                   PIC 9(07).
008200 01  WS-DUE-INT                     PIC 9(07).
008300 01  WS-SAMPLE-PERIOD               PIC 9(06) VALUE ZERO.
008400
008500******************************************************************
008600*  THE CERT ERROR CATEGORIES, IN REPORT ORDER.                   *
008700******************************************************************
008800 01  WS-CATEGORY-VALUES.
008900     05  FILLER                     PIC X(26) VALUE
009000         'NDNO DOCUMENTATION        '.
009100     05  FILLER                     PIC X(26) VALUE
009200         'IDINSUFFICIENT DOCUMENTATN'.
009300     05  FILLER                     PIC X(26) VALUE
009400         'MNMEDICAL NECESSITY       '.
009500     05  FILLER                     PIC X(26) VALUE
009600         'ICINCORRECT CODING        '.
009700     05  FILLER                     PIC X(26) VALUE
009800         'OTOTHER                   '.
009900     05  FILLER                     PIC X(26) VALUE
010000         'NENO ERROR                '.
010100 01  WS-CATEGORY-TABLE  REDEFINES  WS-CATEGORY-VALUES.
010200     05  WS-CAT-ENTRY  OCCURS 6 TIMES.
010300         10  WS-CAT-CODE            PIC X(02).
010400         10  WS-CAT-NAME            PIC X(24).
010500 01  WS-CAT-SUB                     PIC 9(01).
010600 01  WS-CAT-MATCH-SUB               PIC 9(01).
010700
010800 01  WS-CATEGORY-TOTALS.
010900     05  WS-CT-ENTRY  OCCURS 6 TIMES.
011000         10  WS-CT-CASE-COUNT       PIC 9(07).
011100         10  WS-CT-OVER-AMT         PIC 9(11)V9(02).
011200         10  WS-CT-UNDER-AMT        PIC 9(11)V9(02).
011300         10  WS-CT-PROJECTED-AMT    PIC 9(13)V9(02).
011400
011500******************************************************************
011600*  STRATA - THE CASE'S STRATUM PLUS ONE, SO A CMS-LISTED CASE    *
011700*  WITH NO STRATUM (ZERO) HAS A PLACE.                           *
011800******************************************************************
011900 01  WS-STRATUM-TABLE.
012000     05  WS-STR-ENTRY  OCCURS 10 TIMES.
012100         10  WS-STR-REVIEWED-COUNT  PIC 9(07).
012200         10  WS-STR-REVIEWED-PAID   PIC 9(11)V9(02).
012300         10  WS-STR-POP-PAID-AMT    PIC 9(13)V9(02).
012400         10  WS-STR-ERROR-AMT  OCCURS 6 TIMES
012500                                    PIC 9(11)V9(02).
012600 01  WS-STR-SUB                     PIC 9(02).
012700
012800 01  WS-SELECTED-COUNT              PIC 9(07) VALUE ZERO.
012900 01  WS-REQUESTED-COUNT             PIC 9(07) VALUE ZERO.
013000 01  WS-OVERDUE-COUNT               PIC 9(07) VALUE ZERO.
013100 01  WS-RECEIVED-COUNT              PIC 9(07) VALUE ZERO.
013200 01  WS-FINDING-COUNT               PIC 9(07) VALUE ZERO.
013300 01  WS-CONFIRMED-COUNT             PIC 9(07) VALUE ZERO.
013400 01  WS-ADJUSTED-COUNT              PIC 9(07) VALUE ZERO.
013500 01  WS-CLOSED-COUNT                PIC 9(07) VALUE ZERO.
013600 01  WS-CASE-COUNT                  PIC 9(07) VALUE ZERO.
013700
013800 01  WS-BASE-PAID-AMT               PIC 9(13)V9(02) VALUE ZERO.
013900 01  WS-PROJECTED-TOTAL-AMT         PIC 9(13)V9(02) VALUE ZERO.
014000 01  WS-RATE                        PIC 9(03)V9(02).
014100 01  WS-RATE-ERROR-AMT              PIC 9(13)V9(02).
014200
014300 01  RPT-HEADING-1.
014400     05  FILLER                     PIC X(05) VALUE SPACES.
014500     05  FILLER                     PIC X(38) VALUE
014600         'CERT CASE TRACKING AND ERROR RATE FOR'.
014700     05  RPT-HDG-PERIOD             PIC 9(06).
014800     05  FILLER                     PIC X(07) VALUE '  AS OF'.
014900     05  RPT-HDG-DATE               PIC 9(08).
015000
015100 01  RPT-SECTION-LINE.
015200     05  FILLER                     PIC X(03) VALUE SPACES.
015300     05  RPT-SECTION-TITLE          PIC X(60).
015400
015500 01  RPT-OVERDUE-HEADING.
015600     05  FILLER                     PIC X(01) VALUE SPACES.
015700     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
015800     05  FILLER                     PIC X(07) VALUE 'PROV'.
015900     05  FILLER                     PIC X(10) VALUE 'REQUESTED'.
016000     05  FILLER                     PIC X(10) VALUE 'DUE'.
016100     05  FILLER                     PIC X(15) VALUE
016200         '          PAID'.
016300     05  FILLER                     PIC X(12) VALUE '  DAYS PAST'.
016400
016500 01  RPT-OVERDUE-LINE.
016600     05  FILLER                     PIC X(01) VALUE SPACES.
016700     05  RPT-CLAIM-NUMBER           PIC X(13).
016800     05  FILLER                     PIC X(01) VALUE SPACES.
016900     05  RPT-PROVIDER               PIC X(06).
017000     05  FILLER                     PIC X(01) VALUE SPACES.
017100     05  RPT-REQUEST-DATE           PIC 9(08).
017200     05  FILLER                     PIC X(02) VALUE SPACES.
017300     05  RPT-DUE-DATE               PIC 9(08).
017400     05  FILLER                     PIC X(02) VALUE SPACES.
017500     05  RPT-PAID-AMT               PIC ZZZ,ZZZ,ZZ9.99.
017600     05  FILLER                     PIC X(04) VALUE SPACES.
017700     05  RPT-DAYS-PAST              PIC ZZ,ZZ9.
017800     05  FILLER                     PIC X(02) VALUE SPACES.
017900     05  RPT-OVERDUE-FLAG           PIC X(07).
018000
018100 01  RPT-CATEGORY-HEADING.
018200     05  FILLER                     PIC X(01) VALUE SPACES.
018300     05  FILLER                     PIC X(27) VALUE
018400     'ERROR CATEGORY'.
018500     05  FILLER                     PIC X(08) VALUE '  CASES'.
018600     05  FILLER                     PIC X(16) VALUE
018700         '        OVERPAID'.
018800     05  FILLER                     PIC X(16) VALUE
018900         '       UNDERPAID'.
019000     05  FILLER                     PIC X(20) VALUE
019100         '  PROJECTED IMPROPER'.
019200     05  FILLER                     PIC X(08) VALUE '   RATE'.
019300
019400 01  RPT-CATEGORY-LINE.
019500     05  FILLER                     PIC X(01) VALUE SPACES.
019600     05  RPT-CAT-CODE               PIC X(02).
019700     05  FILLER                     PIC X(01) VALUE SPACES.
019800     05  RPT-CAT-NAME               PIC X(24).
019900     05  RPT-CAT-CASES              PIC ZZZ,ZZ9.
020000     05  FILLER                     PIC X(01) VALUE SPACES.
020100     05  RPT-CAT-OVER-AMT           PIC ZZZ,ZZZ,ZZ9.99.
020200     05  FILLER                     PIC X(02) VALUE SPACES.
020300     05  RPT-CAT-UNDER-AMT          PIC ZZZ,ZZZ,ZZ9.99.
020400     05  FILLER                     PIC X(02) VALUE SPACES.
020500     05  RPT-CAT-PROJECTED-AMT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
020600     05  FILLER                     PIC X(02) VALUE SPACES.
020700     05  RPT-CAT-RATE               PIC ZZ9.99.
020800     05  FILLER                     PIC X(01) VALUE '%'.
020900
021000 01  RPT-TOTAL-LINE.
021100     05  FILLER                     PIC X(05) VALUE SPACES.
021200     05  RPT-TOTAL-TEXT             PIC X(30).
021300     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
021400     05  FILLER                     PIC X(02) VALUE SPACES.
021500     05  RPT-TOTAL-AMT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021600/
021700 PROCEDURE DIVISION.
021800
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE.
022100     PERFORM 2000-TAKE-ONE-CASE UNTIL CASE-END-OF-FILE.
022200     PERFORM 4000-PRINT-STATUS-COUNTS.
022300     PERFORM 5000-PRINT-ERROR-RATES.
022400     PERFORM 7000-TERMINATE.
022500     GOBACK.
022600/
022700 1000-INITIALIZE.
022800     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
022900     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
023000
023100     OPEN INPUT SAMPLE-CONTROL.
023200     READ SAMPLE-CONTROL
023300         AT END MOVE 'Y'            TO WS-CTL-EOF-SWITCH
023400         NOT AT END
023500           IF CTK-SAMPLE-PERIOD NUMERIC  THEN
023600              MOVE CTK-SAMPLE-PERIOD TO WS-SAMPLE-PERIOD
023700           END-IF
023800     END-READ.
023900     CLOSE SAMPLE-CONTROL.
024000
024100     MOVE ZEROS                     TO WS-CATEGORY-TOTALS
024200                                       WS-STRATUM-TABLE.
024300
024400     OPEN INPUT  POPULATION-IN.
024500     PERFORM 1100-LOAD-ONE-POPULATION UNTIL POP-END-OF-FILE.
024600     CLOSE POPULATION-IN.
024700
024800     OPEN INPUT  CERT-CASE-FILE.
024900     OPEN OUTPUT RATE-REPORT.
025000
025100     MOVE WS-SAMPLE-PERIOD          TO RPT-HDG-PERIOD.
025200     MOVE WS-TODAY                  TO RPT-HDG-DATE.
025300     WRITE CTRRPT-RECORD         FROM RPT-HEADING-1.
025400     MOVE 'MEDICAL RECORDS REQUESTED AND NOT YET RECEIVED'
025500                                    TO RPT-SECTION-TITLE.
025600     WRITE CTRRPT-RECORD         FROM RPT-SECTION-LINE.
025700     WRITE CTRRPT-RECORD         FROM RPT-OVERDUE-HEADING.
025800
025900     IF WS-SAMPLE-PERIOD = ZERO  THEN
026000        DISPLAY 'ESCALCTR - CTKCTL NAMES NO SAMPLE MONTH - '
026100           'NOTHING TO REPORT'
026200        MOVE 'Y'                    TO WS-CASE-EOF-SWITCH
026300     ELSE
026400        MOVE LOW-VALUES             TO CTC-RECORD-KEY
026500        MOVE WS-SAMPLE-PERIOD       TO CTC-SAMPLE-PERIOD
026600        START CERT-CASE-FILE KEY IS >= CTC-RECORD-KEY
026700            INVALID KEY MOVE 'Y'    TO WS-CASE-EOF-SWITCH
026800        END-START
026900        IF CASE-NOT-END-OF-FILE  THEN
027000           PERFORM 2900-READ-NEXT-CASE
027100        END-IF
027200     END-IF.
027300/
027400******************************************************************
027500*  THE LAST POPULATION RECORD FOR A STRATUM OF THE MONTH STANDS -*
027600*  A MONTH DRAWN AGAIN REPLACES ITS EARLIER FIGURES.             *
027700******************************************************************
027800 1100-LOAD-ONE-POPULATION.
027900     READ POPULATION-IN
028000         AT END MOVE 'Y'            TO WS-POP-EOF-SWITCH
028100         NOT AT END
028200           IF CTP-SAMPLE-PERIOD = WS-SAMPLE-PERIOD  AND
028300              CTP-STRATUM NUMERIC  AND
028400              CTP-POPULATION-PAID-AMT NUMERIC  THEN
028500              MOVE 'Y'              TO WS-POPULATION-SWITCH
028600              COMPUTE WS-STR-SUB = CTP-STRATUM + 1
028700              MOVE CTP-POPULATION-PAID-AMT TO
028800                 WS-STR-POP-PAID-AMT (WS-STR-SUB)
028900           END-IF
029000     END-READ.
029100/
029200******************************************************************
029300*  ONE CASE OF THE MONTH.  A CASE IS REVIEWED ONCE IT CARRIES A  *
029400*  FINDING, WHATEVER ITS STATUS SINCE; ITS PAID DOLLARS ARE THE  *
029500*  BASE ITS STRATUM'S ERRORS ARE MEASURED AGAINST.               *
029600******************************************************************
029700 2000-TAKE-ONE-CASE.
029800     ADD 1                          TO WS-CASE-COUNT.
029900     EVALUATE TRUE
030000        WHEN CTC-SELECTED
030100           ADD 1                    TO WS-SELECTED-COUNT
030200        WHEN CTC-RECORDS-REQUESTED
030300           ADD 1                    TO WS-REQUESTED-COUNT
030400           PERFORM 2100-LIST-OUTSTANDING-REQUEST
030500        WHEN CTC-DOCUMENTATION-RECEIVED
030600           ADD 1                    TO WS-RECEIVED-COUNT
030700        WHEN CTC-FINDING-RECORDED
030800           ADD 1                    TO WS-FINDING-COUNT
030900        WHEN CTC-OVERPAYMENT-CONFIRMED
031000           ADD 1                    TO WS-CONFIRMED-COUNT
031100        WHEN CTC-ADJUSTMENT-SENT
031200           ADD 1                    TO WS-ADJUSTED-COUNT
031300        WHEN OTHER
031400           ADD 1                    TO WS-CLOSED-COUNT
031500     END-EVALUATE.
031600
031700     IF CTC-FINDING-DATE > ZERO  AND  CTC-VALID-CATEGORY  THEN
031800        PERFORM 2200-TAKE-FINDING
031900     END-IF.
032000
032100     PERFORM 2900-READ-NEXT-CASE.
032200/
032300 2100-LIST-OUTSTANDING-REQUEST.
032400     MOVE CTC-CLAIM-NUMBER          TO RPT-CLAIM-NUMBER.
032500     MOVE CTC-PROVIDER-NUMBER       TO RPT-PROVIDER.
032600     MOVE CTC-DOC-REQUEST-DATE      TO RPT-REQUEST-DATE.
032700     MOVE CTC-DOC-DUE-DATE          TO RPT-DUE-DATE.
032800     MOVE CTC-PAID-AMT              TO RPT-PAID-AMT.
032900     MOVE ZERO                      TO RPT-DAYS-PAST.
033000     MOVE SPACES                    TO RPT-OVERDUE-FLAG.
033100     IF CTC-DOC-DUE-DATE > ZERO  AND
033200        CTC-DOC-DUE-DATE < WS-TODAY  THEN
033300        COMPUTE WS-DUE-INT =
033400           FUNCTION INTEGER-OF-DATE(CTC-DOC-DUE-DATE)
033500        COMPUTE RPT-DAYS-PAST = WS-TODAY-INT - WS-DUE-INT
033600        MOVE 'OVERDUE'              TO RPT-OVERDUE-FLAG
033700        ADD 1                       TO WS-OVERDUE-COUNT
033800     END-IF.
033900     WRITE CTRRPT-RECORD  FROM RPT-OVERDUE-LINE.
034000/
034100 2200-TAKE-FINDING.
034200     MOVE ZERO                      TO WS-CAT-MATCH-SUB.
034300     PERFORM 2210-TEST-ONE-CATEGORY
034400        VARYING WS-CAT-SUB FROM 1 BY 1
034500        UNTIL WS-CAT-SUB > 6
034600           OR WS-CAT-MATCH-SUB > ZERO.
034700     COMPUTE WS-STR-SUB = CTC-STRATUM + 1.
034800
034900     ADD 1                          TO
035000        WS-CT-CASE-COUNT (WS-CAT-MATCH-SUB).
035100     ADD 1                          TO
035200        WS-STR-REVIEWED-COUNT (WS-STR-SUB).
035300     ADD CTC-PAID-AMT               TO
035400        WS-STR-REVIEWED-PAID (WS-STR-SUB).
035500     IF CTC-OVERPAID  THEN
035600        ADD CTC-ERROR-AMT           TO
035700           WS-CT-OVER-AMT (WS-CAT-MATCH-SUB)
035800     END-IF.
035900     IF CTC-UNDERPAID  THEN
036000        ADD CTC-ERROR-AMT           TO
036100           WS-CT-UNDER-AMT (WS-CAT-MATCH-SUB)
036200     END-IF.
036300*    THE RATE IS A GROSS RATE - UNDERPAYMENTS ADD TO IT.
036400     ADD CTC-ERROR-AMT              TO
036500        WS-STR-ERROR-AMT (WS-STR-SUB, WS-CAT-MATCH-SUB).
036600/
036700 2210-TEST-ONE-CATEGORY.
036800     IF WS-CAT-CODE (WS-CAT-SUB) = CTC-ERROR-CATEGORY  THEN
036900        MOVE WS-CAT-SUB             TO WS-CAT-MATCH-SUB
037000     END-IF.
037100/
037200 2900-READ-NEXT-CASE.
037300     READ CERT-CASE-FILE NEXT RECORD
037400         AT END MOVE 'Y'            TO WS-CASE-EOF-SWITCH
037500         NOT AT END
037600           IF CTC-SAMPLE-PERIOD NOT = WS-SAMPLE-PERIOD  THEN
037700              MOVE 'Y'              TO WS-CASE-EOF-SWITCH
037800           END-IF
037900     END-READ.
038000/
038100 4000-PRINT-STATUS-COUNTS.
038200     MOVE SPACES                    TO CTRRPT-RECORD.
038300     WRITE CTRRPT-RECORD.
038400     MOVE ZERO                      TO RPT-TOTAL-AMT.
038500
038600     MOVE 'CASES IN THE SAMPLE . . . . .' TO RPT-TOTAL-TEXT.
038700     MOVE WS-CASE-COUNT             TO RPT-TOTAL-COUNT.
038800     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
038900
039000     MOVE '  SELECTED - NOT REQUESTED  .' TO RPT-TOTAL-TEXT.
039100     MOVE WS-SELECTED-COUNT         TO RPT-TOTAL-COUNT.
039200     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
039300
039400     MOVE '  RECORDS REQUESTED . . . . .' TO RPT-TOTAL-TEXT.
039500     MOVE WS-REQUESTED-COUNT        TO RPT-TOTAL-COUNT.
039600     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
039700
039800     MOVE '    PAST DUE  . . . . . . . .' TO RPT-TOTAL-TEXT.
039900     MOVE WS-OVERDUE-COUNT          TO RPT-TOTAL-COUNT.
040000     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
040100
040200     MOVE '  DOCUMENTATION IN REVIEW . .' TO RPT-TOTAL-TEXT.
040300     MOVE WS-RECEIVED-COUNT         TO RPT-TOTAL-COUNT.
040400     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
040500
040600     MOVE '  FINDING NOT YET CONFIRMED .' TO RPT-TOTAL-TEXT.
040700     MOVE WS-FINDING-COUNT          TO RPT-TOTAL-COUNT.
040800     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
040900
041000     MOVE '  OVERPAID - ADJUSTMENT DUE .' TO RPT-TOTAL-TEXT.
041100     MOVE WS-CONFIRMED-COUNT        TO RPT-TOTAL-COUNT.
041200     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
041300
041400     MOVE '  ADJUSTMENT SENT . . . . . .' TO RPT-TOTAL-TEXT.
041500     MOVE WS-ADJUSTED-COUNT         TO RPT-TOTAL-COUNT.
041600     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
041700
041800     MOVE '  CLOSED  . . . . . . . . . .' TO RPT-TOTAL-TEXT.
041900     MOVE WS-CLOSED-COUNT           TO RPT-TOTAL-COUNT.
042000     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
042100/
042200******************************************************************
042300*  PROJECTION.  ONLY STRATA WITH REVIEWED CASES ENTER EITHER SIDE*
042400*  OF THE RATE, SO A STRATUM STILL WAITING ON RECORDS DOES NOT   *
042500*  DILUTE IT.                                                    *
042600******************************************************************
042700 5000-PRINT-ERROR-RATES.
042800     PERFORM 5100-ADD-STRATUM-BASE
042900        VARYING WS-STR-SUB FROM 1 BY 1
043000        UNTIL WS-STR-SUB > 10.
043100
043200     MOVE SPACES                    TO CTRRPT-RECORD.
043300     WRITE CTRRPT-RECORD.
043400     IF POPULATION-ON-FILE  THEN
043500        MOVE 'FINDINGS AND PROJECTED ERROR RATE - STRATIFIED'
043600                                    TO RPT-SECTION-TITLE
043700     ELSE
043800        MOVE 'FINDINGS AND ERROR RATE - SAMPLE ONLY'
043900                                    TO RPT-SECTION-TITLE
044000     END-IF.
044100     WRITE CTRRPT-RECORD         FROM RPT-SECTION-LINE.
044200     WRITE CTRRPT-RECORD         FROM RPT-CATEGORY-HEADING.
044300
044400     PERFORM 5200-PRINT-ONE-CATEGORY
044500        VARYING WS-CAT-SUB FROM 1 BY 1
044600        UNTIL WS-CAT-SUB > 6.
044700
044800     MOVE SPACES                    TO CTRRPT-RECORD.
044900     WRITE CTRRPT-RECORD.
045000     MOVE 'PAID DOLLARS PROJECTED OVER .' TO RPT-TOTAL-TEXT.
045100     MOVE ZERO                      TO RPT-TOTAL-COUNT.
045200     MOVE WS-BASE-PAID-AMT          TO RPT-TOTAL-AMT.
045300     WRITE CTRRPT-RECORD  FROM RPT-TOTAL-LINE.
045400
045500     MOVE SPACES                    TO RPT-CAT-CODE.
045600     MOVE 'ALL ERROR CATEGORIES'    TO RPT-CAT-NAME.
045700     MOVE ZERO                      TO RPT-CAT-CASES
045800                                       RPT-CAT-OVER-AMT
045900                                       RPT-CAT-UNDER-AMT.
046000     MOVE WS-PROJECTED-TOTAL-AMT    TO RPT-CAT-PROJECTED-AMT.
046100     MOVE WS-PROJECTED-TOTAL-AMT    TO WS-RATE-ERROR-AMT.
046200     PERFORM 5300-COMPUTE-RATE.
046300     MOVE WS-RATE                   TO RPT-CAT-RATE.
046400     WRITE CTRRPT-RECORD  FROM RPT-CATEGORY-LINE.
046500/
046600 5100-ADD-STRATUM-BASE.
046700     IF WS-STR-REVIEWED-PAID (WS-STR-SUB) > ZERO  THEN
046800        IF POPULATION-ON-FILE  THEN
046900           ADD WS-STR-POP-PAID-AMT (WS-STR-SUB) TO
047000                                 WS-BASE-PAID-AMT
047100        ELSE
047200           ADD WS-STR-REVIEWED-PAID (WS-STR-SUB) TO
047300                                       WS-BASE-PAID-AMT
047400        END-IF
047500     END-IF.
047600/
047700 5200-PRINT-ONE-CATEGORY.
047800     PERFORM 5210-PROJECT-ONE-STRATUM
047900        VARYING WS-STR-SUB FROM 1 BY 1
048000        UNTIL WS-STR-SUB > 10.
048100     ADD WS-CT-PROJECTED-AMT (WS-CAT-SUB) TO
048200                                 WS-PROJECTED-TOTAL-AMT.
048300
048400     MOVE WS-CAT-CODE (WS-CAT-SUB)  TO RPT-CAT-CODE.
048500     MOVE WS-CAT-NAME (WS-CAT-SUB)  TO RPT-CAT-NAME.
048600     MOVE WS-CT-CASE-COUNT (WS-CAT-SUB) TO RPT-CAT-CASES.
048700     MOVE WS-CT-OVER-AMT (WS-CAT-SUB) TO RPT-CAT-OVER-AMT.
048800     MOVE WS-CT-UNDER-AMT (WS-CAT-SUB) TO RPT-CAT-UNDER-AMT.
048900     MOVE WS-CT-PROJECTED-AMT (WS-CAT-SUB) TO
049000                                 RPT-CAT-PROJECTED-AMT.
049100     MOVE WS-CT-PROJECTED-AMT (WS-CAT-SUB) TO
049200                                       WS-RATE-ERROR-AMT.
049300     PERFORM 5300-COMPUTE-RATE.
049400     MOVE WS-RATE                   TO RPT-CAT-RATE.
049500     WRITE CTRRPT-RECORD  FROM RPT-CATEGORY-LINE.
049600/
049700 5210-PROJECT-ONE-STRATUM.
049800     IF WS-STR-REVIEWED-PAID (WS-STR-SUB) > ZERO  THEN
049900        IF POPULATION-ON-FILE  THEN
050000           COMPUTE WS-CT-PROJECTED-AMT (WS-CAT-SUB) ROUNDED =
050100              WS-CT-PROJECTED-AMT (WS-CAT-SUB) +
050200              WS-STR-POP-PAID-AMT (WS-STR-SUB) *
050300              WS-STR-ERROR-AMT (WS-STR-SUB, WS-CAT-SUB) /
050400              WS-STR-REVIEWED-PAID (WS-STR-SUB)
050500        ELSE
050600           ADD WS-STR-ERROR-AMT (WS-STR-SUB, WS-CAT-SUB) TO
050700              WS-CT-PROJECTED-AMT (WS-CAT-SUB)
050800        END-IF
050900     END-IF.
051000/
051100 5300-COMPUTE-RATE.
051200     MOVE ZERO                      TO WS-RATE.
051300     IF WS-BASE-PAID-AMT > ZERO  THEN
051400        COMPUTE WS-RATE ROUNDED =
051500           WS-RATE-ERROR-AMT * 100 / WS-BASE-PAID-AMT
051600     END-IF.
051700/
051800 7000-TERMINATE.
051900     CLOSE CERT-CASE-FILE
052000           RATE-REPORT.
