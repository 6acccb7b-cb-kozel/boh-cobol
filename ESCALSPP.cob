000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALSPP.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALSPP - NEW PROGRAM
000700*         - STANDARD PAPER REMITTANCE (SPR) PRINT.  READS THE SPR
000800*           PRINT WORK FILE (SPRWORK FROM ESCALSPR, DELIVERED BY
000900*           THE SCHEDULER SORT STEP IN MAILING-ADDRESS ORDER) AND
001000*           PRINTS ONE ADVICE PER PROVIDER PER PAYMENT FOR THE
001100*           PRINT VENDOR: THE PAYEE AND MAILING ADDRESS, THE EFT
001200*           OR CHECK THAT PAID IT, ONE LINE PER CLAIM WITH ITS RTC
001300*           TEXT AND ADJUSTMENT REASON CODE AND EACH REDUCTION IN
001400*           ITS OWN COLUMN, THEN THE PAYMENT SUMMARY.  CLAIM LINES
001500*           THAT DO NOT FOOT TO THE SUMMARY'S NET, AND A SUMMARY
001600*           THAT DOES NOT TIE TO ITS PAYMENT, ARE FLAGGED ON THE
001700*           ADVICE AND COUNTED ON THE RUN TOTALS.
001710* 10/15/2026 ESCALSPP - A CLAIM'S ESA MONITORING REDUCTION PRINTS
001720*           UNDER ITS REASON LINE, AND THE SUMMARY SHOWS THE
001730*           ADVICE'S TOTAL AS 'LESS ESA MONITORING'.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-Z990.
002300 OBJECT-COMPUTER.            IBM-Z990.
002400 INPUT-OUTPUT  SECTION.
002500 FILE-CONTROL.
002600     SELECT SPR-PRINT-IN         ASSIGN TO SPRSORT
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT SPR-PRINT-OUT        ASSIGN TO SPRPRT
002900         ORGANIZATION IS SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SPR-PRINT-IN
003400     LABEL RECORDS ARE STANDARD
003500     RECORDING MODE IS F.
003600 COPY SPRCPY.
003700/
003800 FD  SPR-PRINT-OUT
003900     LABEL RECORDS ARE STANDARD
004000     RECORDING MODE IS F.
004100 01  SPRPRT-RECORD                  PIC X(132).
004200/
004300 WORKING-STORAGE SECTION.
004400 01  W-STORAGE-REF                  PIC X(46) VALUE
004500     'ESCALSPP      - W O R K I N G   S T O R A G E'.
004600
004700 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
004800     88  END-OF-FILE                           VALUE 'Y'.
004900     88  NOT-END-OF-FILE                       VALUE 'N'.
005000
005100 01  WS-ADVICE-OPEN-SWITCH          PIC X(01) VALUE 'N'.
005200     88  ADVICE-OPEN                           VALUE 'Y'.
005300     88  NO-ADVICE-OPEN                        VALUE 'N'.
005400
005500 01  WS-CURRENT-PROVIDER            PIC X(06) VALUE SPACES.
005600 01  WS-CURRENT-PAYMENT-NUMBER      PIC 9(13) VALUE ZERO.
005700 01  WS-LINE-TOTAL                  PIC S9(09)V9(02) VALUE ZERO.
005800
005900 01  WS-ADVICE-COUNT                PIC 9(07) VALUE ZERO.
006000 01  WS-ADVICE-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
006100 01  WS-LINE-COUNT                  PIC 9(07) VALUE ZERO.
006200 01  WS-NOT-FOOTED-COUNT            PIC 9(07) VALUE ZERO.
006300 01  WS-NOT-TIED-COUNT              PIC 9(07) VALUE ZERO.
006400 01  WS-ORPHAN-COUNT                PIC 9(07) VALUE ZERO.
006500
006600 01  PRT-SEPARATOR-LINE.
006700     05  FILLER                     PIC X(05) VALUE SPACES.
006800     05  FILLER                     PIC X(120) VALUE ALL '-'.
006900
007000 01  PRT-TITLE-LINE.
007100     05  FILLER                     PIC X(05) VALUE SPACES.
007200     05  FILLER                     PIC X(50) VALUE
007300         'MEDICARE ESRD STANDARD PAPER REMITTANCE ADVICE'.
007400     05  FILLER                     PIC X(11) VALUE 'REMIT DATE'.
007500     05  PRT-REMIT-DATE             PIC 9(08).
007600
007700 01  PRT-PAYEE-LINE-1.
007800     05  FILLER                     PIC X(05) VALUE SPACES.
007900     05  PRT-PAYEE-NAME             PIC X(35).
008000
008100 01  PRT-PAYEE-LINE-2.
008200     05  FILLER                     PIC X(05) VALUE SPACES.
008300     05  PRT-PAYEE-ADDRESS          PIC X(35).
008400
008500 01  PRT-PAYEE-LINE-3.
008600     05  FILLER                     PIC X(05) VALUE SPACES.
008700     05  PRT-PAYEE-CITY             PIC X(20).
008800     05  FILLER                     PIC X(01) VALUE SPACES.
008900     05  PRT-PAYEE-STATE            PIC X(02).
009000     05  FILLER                     PIC X(01) VALUE SPACES.
009100     05  PRT-PAYEE-ZIP              PIC X(09).
009200
009300 01  PRT-PROVIDER-LINE.
009400     05  FILLER                     PIC X(05) VALUE SPACES.
009500     05  FILLER                     PIC X(13) VALUE
009600         'PROVIDER CCN'.
009700     05  PRT-PROVIDER-NUMBER        PIC X(06).
009800     05  FILLER                     PIC X(04) VALUE SPACES.
009900     05  FILLER                     PIC X(12) VALUE 'PAYMENT NBR'.
010000     05  PRT-PAY-DATE               PIC 9(08).
010100     05  PRT-PAY-SEQUENCE           PIC 9(05).
010200
010300 01  PRT-PAYMENT-LINE.
010400     05  FILLER                     PIC X(05) VALUE SPACES.
010500     05  PRT-PAYMENT-TEXT           PIC X(20).
010600     05  PRT-PAYMENT-REFERENCE      PIC Z(14)9.
010700     05  FILLER                     PIC X(04) VALUE SPACES.
010800     05  FILLER                     PIC X(07) VALUE 'AMOUNT'.
010900     05  PRT-PAYMENT-AMT            PIC $***,***,**9.99.
011000
011100 01  PRT-NO-PAYMENT-LINE.
011200     05  FILLER                     PIC X(05) VALUE SPACES.
011300     05  FILLER                     PIC X(40) VALUE
011400         'NO PAYMENT ISSUED WITH THIS REMITTANCE'.
011500
011600 01  PRT-CLAIM-HEADING-1.
011700     05  FILLER                     PIC X(05) VALUE SPACES.
011800     05  FILLER                     PIC X(15) VALUE
011900         'CLAIM NUMBER'.
012000     05  FILLER                     PIC X(06) VALUE 'TYPE'.
012100     05  FILLER                     PIC X(05) VALUE 'RTC'.
012200     05  FILLER                     PIC X(04) VALUE 'CARC'.
012300     05  FILLER                     PIC X(12) VALUE
012400         '       GROSS'.
012500     05  FILLER                     PIC X(13) VALUE
012600         '      OUTLIER'.
012700     05  FILLER                     PIC X(13) VALUE
012800         '    SEQUESTER'.
012900     05  FILLER                     PIC X(13) VALUE
013000         '  NETWORK FEE'.
013100     05  FILLER                     PIC X(13) VALUE
013200         '     WITHHOLD'.
013300     05  FILLER                     PIC X(13) VALUE
013400         '     INTEREST'.
013500     05  FILLER                     PIC X(16) VALUE
013600         '           PAID'.
013700
013800 01  PRT-CLAIM-HEADING-2.
013900     05  FILLER                     PIC X(25) VALUE SPACES.
014000     05  FILLER                     PIC X(46) VALUE 'REASON'.
014100
014200 01  PRT-CLAIM-LINE.
014300     05  FILLER                     PIC X(05) VALUE SPACES.
014400     05  PRT-CLAIM-NUMBER           PIC X(13).
014500     05  FILLER                     PIC X(03) VALUE SPACES.
014600     05  PRT-REMIT-TYPE             PIC X(01).
014700     05  FILLER                     PIC X(04) VALUE SPACES.
014800     05  PRT-RTC                    PIC 9(02).
014900     05  FILLER                     PIC X(03) VALUE SPACES.
015000     05  PRT-CARC-CODE              PIC X(03).
015100     05  FILLER                     PIC X(01) VALUE SPACES.
015200     05  PRT-GROSS-AMT              PIC Z,ZZZ,ZZ9.99.
015300     05  FILLER                     PIC X(01) VALUE SPACES.
015400     05  PRT-OUTLIER-AMT            PIC Z,ZZZ,ZZ9.99.
015500     05  FILLER                     PIC X(01) VALUE SPACES.
015600     05  PRT-SEQUESTRATION-AMT      PIC Z,ZZZ,ZZ9.99.
015700     05  FILLER                     PIC X(01) VALUE SPACES.
015800     05  PRT-NETWORK-FEE-AMT        PIC Z,ZZZ,ZZ9.99.
015900     05  FILLER                     PIC X(01) VALUE SPACES.
016000     05  PRT-WITHHOLD-AMT           PIC Z,ZZZ,ZZ9.99.
016100     05  FILLER                     PIC X(01) VALUE SPACES.
016200     05  PRT-INTEREST-AMT           PIC Z,ZZZ,ZZ9.99.
016300     05  FILLER                     PIC X(01) VALUE SPACES.
016400     05  PRT-PAID-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
016500
016600 01  PRT-REASON-LINE.
016700     05  FILLER                     PIC X(25) VALUE SPACES.
016800     05  PRT-RTC-TEXT               PIC X(46).
016810
016820 01  PRT-ESA-LINE.
016830     05  FILLER                     PIC X(25) VALUE SPACES.
016840     05  FILLER                     PIC X(30) VALUE
016850         'ESA MONITORING REDUCTION'.
016860     05  PRT-ESA-REDUCTION-AMT      PIC Z,ZZZ,ZZ9.99.
016900
017000 01  PRT-SUMMARY-HEADING.
017100     05  FILLER                     PIC X(05) VALUE SPACES.
017200     05  FILLER                     PIC X(30) VALUE
017300         'PAYMENT SUMMARY'.
017400     05  FILLER                     PIC X(07) VALUE 'CLAIMS'.
017500     05  PRT-SUM-LINE-COUNT         PIC ZZ,ZZ9.
017600
017700 01  PRT-SUMMARY-LINE.
017800     05  FILLER                     PIC X(05) VALUE SPACES.
017900     05  PRT-SUM-TEXT               PIC X(30).
018000     05  PRT-SUM-AMT                PIC ZZZ,ZZZ,ZZ9.99-.
018100     05  FILLER                     PIC X(03) VALUE SPACES.
018200     05  PRT-SUM-FLAG               PIC X(46).
018300
018400 01  RPT-TOTAL-LINE.
018500     05  FILLER                     PIC X(05) VALUE SPACES.
018600     05  RPT-TOTAL-TEXT             PIC X(30).
018700     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
018800     05  FILLER                     PIC X(02) VALUE SPACES.
018900     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
019000/
019100 PROCEDURE DIVISION.
019200
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE.
019500     PERFORM 2000-PRINT-ONE-RECORD UNTIL END-OF-FILE.
019600     IF ADVICE-OPEN  THEN
019700        ADD 1                       TO WS-ORPHAN-COUNT
019800        DISPLAY 'ESCALSPP - ADVICE FOR PROVIDER '
019900           WS-CURRENT-PROVIDER ' HAS NO PAYMENT SUMMARY'
020000     END-IF.
020100     PERFORM 6000-PRINT-RUN-TOTALS.
020200     PERFORM 7000-TERMINATE.
020300     GOBACK.
020400/
020500 1000-INITIALIZE.
020600     OPEN INPUT  SPR-PRINT-IN.
020700     OPEN OUTPUT SPR-PRINT-OUT.
020800     PERFORM 2900-READ-NEXT-RECORD.
020900/
021000******************************************************************
021100*  EACH ADVICE ARRIVES AS ITS HEADER, ITS CLAIM LINES, AND ITS   *
021200*  SUMMARY.  A CLAIM LINE OR SUMMARY THAT DOES NOT BELONG TO THE *
021300*  ADVICE IN HAND IS COUNTED AND NOT PRINTED.                    *
021400******************************************************************
021500 2000-PRINT-ONE-RECORD.
021600     EVALUATE TRUE
021700        WHEN SPR-IS-HEADER
021800           IF ADVICE-OPEN  THEN
021900              ADD 1                 TO WS-ORPHAN-COUNT
022000              DISPLAY 'ESCALSPP - ADVICE FOR PROVIDER '
022100                 WS-CURRENT-PROVIDER ' HAS NO PAYMENT SUMMARY'
022200           END-IF
022300           PERFORM 2100-PRINT-HEADER
022400        WHEN NO-ADVICE-OPEN
022500           PERFORM 2800-COUNT-ORPHAN
022600        WHEN SPR-SORT-PROVIDER NOT = WS-CURRENT-PROVIDER
022700           PERFORM 2800-COUNT-ORPHAN
022800        WHEN SPR-SORT-PAYMENT-NUMBER NOT =
022900             WS-CURRENT-PAYMENT-NUMBER
023000           PERFORM 2800-COUNT-ORPHAN
023100        WHEN SPR-IS-CLAIM-LINE
023200           PERFORM 2200-PRINT-CLAIM-LINE
023300        WHEN SPR-IS-SUMMARY
023400           PERFORM 2300-PRINT-SUMMARY
023500        WHEN OTHER
023600           PERFORM 2800-COUNT-ORPHAN
023700     END-EVALUATE.
023800
023900     PERFORM 2900-READ-NEXT-RECORD.
024000/
024100 2100-PRINT-HEADER.
024200     MOVE 'Y'                       TO WS-ADVICE-OPEN-SWITCH.
024300     MOVE SPR-SORT-PROVIDER         TO WS-CURRENT-PROVIDER.
024400     MOVE SPR-SORT-PAYMENT-NUMBER   TO WS-CURRENT-PAYMENT-NUMBER.
024500     MOVE ZERO                      TO WS-LINE-TOTAL.
024600     ADD 1                          TO WS-ADVICE-COUNT.
024700     ADD SPR-PAYMENT-AMT            TO WS-ADVICE-TOTAL.
024800
024900     WRITE SPRPRT-RECORD         FROM PRT-SEPARATOR-LINE.
025000     MOVE SPR-REMIT-DATE            TO PRT-REMIT-DATE.
025100     WRITE SPRPRT-RECORD         FROM PRT-TITLE-LINE.
025200     MOVE SPR-PAYEE-NAME            TO PRT-PAYEE-NAME.
025300     WRITE SPRPRT-RECORD         FROM PRT-PAYEE-LINE-1.
025400     MOVE SPR-PAYEE-ADDRESS         TO PRT-PAYEE-ADDRESS.
025500     WRITE SPRPRT-RECORD         FROM PRT-PAYEE-LINE-2.
025600     MOVE SPR-PAYEE-CITY            TO PRT-PAYEE-CITY.
025700     MOVE SPR-PAYEE-STATE           TO PRT-PAYEE-STATE.
025800     MOVE SPR-PAYEE-ZIP             TO PRT-PAYEE-ZIP.
025900     WRITE SPRPRT-RECORD         FROM PRT-PAYEE-LINE-3.
026000     MOVE SPR-SORT-PROVIDER         TO PRT-PROVIDER-NUMBER.
026100     MOVE SPR-SORT-PAY-DATE         TO PRT-PAY-DATE.
026200     MOVE SPR-SORT-PAY-SEQUENCE     TO PRT-PAY-SEQUENCE.
026300     WRITE SPRPRT-RECORD         FROM PRT-PROVIDER-LINE.
026400
026500     EVALUATE TRUE
026600        WHEN SPR-PAID-BY-EFT
026700           MOVE 'PAID BY EFT TRACE' TO PRT-PAYMENT-TEXT
026800           MOVE SPR-TRACE-NUMBER    TO PRT-PAYMENT-REFERENCE
026900           MOVE SPR-PAYMENT-AMT     TO PRT-PAYMENT-AMT
027000           WRITE SPRPRT-RECORD   FROM PRT-PAYMENT-LINE
027100        WHEN SPR-PAID-BY-CHECK
027200           MOVE 'PAID BY CHECK NO.' TO PRT-PAYMENT-TEXT
027300           MOVE SPR-CHECK-NUMBER    TO PRT-PAYMENT-REFERENCE
027400           MOVE SPR-PAYMENT-AMT     TO PRT-PAYMENT-AMT
027500           WRITE SPRPRT-RECORD   FROM PRT-PAYMENT-LINE
027600        WHEN OTHER
027700           WRITE SPRPRT-RECORD   FROM PRT-NO-PAYMENT-LINE
027800     END-EVALUATE.
027900
028000     WRITE SPRPRT-RECORD         FROM PRT-CLAIM-HEADING-1.
028100     WRITE SPRPRT-RECORD         FROM PRT-CLAIM-HEADING-2.
028200/
028300 2200-PRINT-CLAIM-LINE.
028400     ADD 1                          TO WS-LINE-COUNT.
028500     ADD SPR-PAID-AMT               TO WS-LINE-TOTAL.
028600     MOVE SPR-CLAIM-NUMBER          TO PRT-CLAIM-NUMBER.
028700     MOVE SPR-REMIT-TYPE            TO PRT-REMIT-TYPE.
028800     MOVE SPR-RTC                   TO PRT-RTC.
028900     MOVE SPR-CARC-CODE             TO PRT-CARC-CODE.
029000     MOVE SPR-GROSS-AMT             TO PRT-GROSS-AMT.
029100     MOVE SPR-OUTLIER-AMT           TO PRT-OUTLIER-AMT.
029200     MOVE SPR-SEQUESTRATION-AMT     TO PRT-SEQUESTRATION-AMT.
029300     MOVE SPR-NETWORK-FEE-AMT       TO PRT-NETWORK-FEE-AMT.
029400     MOVE SPR-WITHHOLD-AMT          TO PRT-WITHHOLD-AMT.
029500     MOVE SPR-INTEREST-AMT          TO PRT-INTEREST-AMT.
029600     MOVE SPR-PAID-AMT              TO PRT-PAID-AMT.
029700     WRITE SPRPRT-RECORD         FROM PRT-CLAIM-LINE.
029800     MOVE SPR-RTC-TEXT              TO PRT-RTC-TEXT.
029900     WRITE SPRPRT-RECORD         FROM PRT-REASON-LINE.
029920     IF SPR-ESA-REDUCTION-AMT > ZERO  THEN
029940        MOVE SPR-ESA-REDUCTION-AMT  TO PRT-ESA-REDUCTION-AMT
029960        WRITE SPRPRT-RECORD      FROM PRT-ESA-LINE
029980     END-IF.
030000/
030100******************************************************************
030200*  THE PAYMENT SUMMARY CLOSES THE ADVICE.  THE CLAIM LINES MUST  *
030300*  FOOT TO ITS NET, AND ESCALSPR HAS ALREADY TIED THE NET TO THE *
030400*  PAYMENT; EITHER FAILURE IS FLAGGED ON THE PRINTED ADVICE.     *
030500******************************************************************
030600 2300-PRINT-SUMMARY.
030700     MOVE SPR-SUM-LINE-COUNT        TO PRT-SUM-LINE-COUNT.
030800     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-HEADING.
030900     MOVE SPACES                    TO PRT-SUM-FLAG.
031000
031100     MOVE 'CLAIMS GROSS'            TO PRT-SUM-TEXT.
031200     MOVE SPR-SUM-GROSS-AMT         TO PRT-SUM-AMT.
031300     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
031400     MOVE 'PLUS OUTLIER'            TO PRT-SUM-TEXT.
031500     MOVE SPR-SUM-OUTLIER-AMT       TO PRT-SUM-AMT.
031600     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
031700     MOVE 'LESS SEQUESTRATION'      TO PRT-SUM-TEXT.
031800     MOVE SPR-SUM-SEQUESTRATION-AMT TO PRT-SUM-AMT.
031900     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
032000     MOVE 'LESS NETWORK FEE'        TO PRT-SUM-TEXT.
032100     MOVE SPR-SUM-NETWORK-FEE-AMT   TO PRT-SUM-AMT.
032200     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
032220     MOVE 'LESS ESA MONITORING'     TO PRT-SUM-TEXT.
032240     MOVE SPR-SUM-ESA-REDUCTION-AMT TO PRT-SUM-AMT.
032260     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
032300     MOVE 'LESS WITHHOLD'           TO PRT-SUM-TEXT.
032400     MOVE SPR-SUM-WITHHOLD-AMT      TO PRT-SUM-AMT.
032500     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
032600     MOVE 'PLUS INTEREST'           TO PRT-SUM-TEXT.
032700     MOVE SPR-SUM-INTEREST-AMT      TO PRT-SUM-AMT.
032800     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
032900     MOVE 'CLAIMS PAID'             TO PRT-SUM-TEXT.
033000     MOVE SPR-SUM-CLAIMS-PAID-AMT   TO PRT-SUM-AMT.
033100     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
033200     MOVE 'LESS REVERSALS'          TO PRT-SUM-TEXT.
033300     MOVE SPR-SUM-REVERSED-AMT      TO PRT-SUM-AMT.
033400     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
033500     MOVE 'LESS RECEIVABLE OFFSETS' TO PRT-SUM-TEXT.
033600     MOVE SPR-SUM-OFFSET-AMT        TO PRT-SUM-AMT.
033700     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
033800
033900     MOVE 'NET AMOUNT'              TO PRT-SUM-TEXT.
034000     MOVE SPR-SUM-NET-AMT           TO PRT-SUM-AMT.
034100     IF WS-LINE-TOTAL NOT = SPR-SUM-NET-AMT  THEN
034200        MOVE '*** CLAIM LINES DO NOT FOOT ***' TO PRT-SUM-FLAG
034300        ADD 1                       TO WS-NOT-FOOTED-COUNT
034400        DISPLAY 'ESCALSPP - ADVICE FOR PROVIDER '
034500           WS-CURRENT-PROVIDER ' DOES NOT FOOT'
034600     END-IF.
034700     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
034800
034900     MOVE SPACES                    TO PRT-SUM-FLAG.
035000     MOVE 'PAYMENT AMOUNT'          TO PRT-SUM-TEXT.
035100     MOVE SPR-SUM-PAYMENT-AMT       TO PRT-SUM-AMT.
035200     IF SPR-SUM-DOES-NOT-TIE  THEN
035300        MOVE '*** DOES NOT TIE TO NET AMOUNT ***' TO PRT-SUM-FLAG
035400        ADD 1                       TO WS-NOT-TIED-COUNT
035500     ELSE
035600        IF SPR-SUM-PAYMENT-AMT = ZERO  THEN
035700           MOVE 'NET NOT DUE - NO PAYMENT ISSUED' TO
035800              PRT-SUM-FLAG
035900        END-IF
036000     END-IF.
036100     WRITE SPRPRT-RECORD         FROM PRT-SUMMARY-LINE.
036200     MOVE 'N'                       TO WS-ADVICE-OPEN-SWITCH.
036300/
036400 2800-COUNT-ORPHAN.
036500     ADD 1                          TO WS-ORPHAN-COUNT.
036600     DISPLAY 'ESCALSPP - RECORD FOR PROVIDER ' SPR-SORT-PROVIDER
036700        ' HAS NO ADVICE HEADER'.
036800/
036900 2900-READ-NEXT-RECORD.
037000     READ SPR-PRINT-IN
037100         AT END MOVE 'Y'         TO WS-EOF-SWITCH
037200     END-READ.
037300/
037400 6000-PRINT-RUN-TOTALS.
037500     WRITE SPRPRT-RECORD         FROM PRT-SEPARATOR-LINE.
037600     MOVE 'ADVICES PRINTED . . . . . .'  TO RPT-TOTAL-TEXT.
037700     MOVE WS-ADVICE-COUNT           TO RPT-TOTAL-COUNT.
037800     MOVE WS-ADVICE-TOTAL           TO RPT-TOTAL-AMT.
037900     WRITE SPRPRT-RECORD         FROM RPT-TOTAL-LINE.
038000
038100     MOVE 'CLAIM LINES PRINTED . . . .'  TO RPT-TOTAL-TEXT.
038200     MOVE WS-LINE-COUNT             TO RPT-TOTAL-COUNT.
038300     MOVE ZERO                      TO RPT-TOTAL-AMT.
038400     WRITE SPRPRT-RECORD         FROM RPT-TOTAL-LINE.
038500
038600     MOVE 'ADVICES NOT FOOTING . . . .'  TO RPT-TOTAL-TEXT.
038700     MOVE WS-NOT-FOOTED-COUNT       TO RPT-TOTAL-COUNT.
038800     WRITE SPRPRT-RECORD         FROM RPT-TOTAL-LINE.
038900
039000     MOVE 'ADVICES NOT TIED TO PAYMENT'  TO RPT-TOTAL-TEXT.
039100     MOVE WS-NOT-TIED-COUNT         TO RPT-TOTAL-COUNT.
039200     WRITE SPRPRT-RECORD         FROM RPT-TOTAL-LINE.
039300
039400     MOVE 'RECORDS OUT OF SEQUENCE . .'  TO RPT-TOTAL-TEXT.
039500     MOVE WS-ORPHAN-COUNT           TO RPT-TOTAL-COUNT.
039600     WRITE SPRPRT-RECORD         FROM RPT-TOTAL-LINE.
039700
039800     EVALUATE TRUE
039900        WHEN WS-NOT-FOOTED-COUNT > ZERO
040000           MOVE 8                   TO RETURN-CODE
040100        WHEN WS-ORPHAN-COUNT > ZERO
040200           MOVE 8                   TO RETURN-CODE
040300        WHEN WS-NOT-TIED-COUNT > ZERO
040400           MOVE 4                   TO RETURN-CODE
040500     END-EVALUATE.
040600/
040700 7000-TERMINATE.
040800     CLOSE SPR-PRINT-IN
040900           SPR-PRINT-OUT.
