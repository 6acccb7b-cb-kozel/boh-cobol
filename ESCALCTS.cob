000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCTS.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCTS - NEW PROGRAM
000700*         - IMPROPER-PAYMENT (CERT) SAMPLE SELECTION.  THE CONTROL
000800*           RECORD (CTKCTL) NAMES THE SAMPLE MONTH AND THE SOURCE:
000900*           THE CMS SAMPLE LIST (CTLIST), EACH CLAIM CONFIRMED ON
001000*           THE BENEFICIARY CROSS-REFERENCE (MBIXREF) FOR ITS
001100*           PROVIDER, LINES AND PAID DOLLARS; OR AN INTERNAL
001200*           STRATIFIED RANDOM DRAW FROM THE MONTH'S PRICED-CLAIM
001300*           HISTORY GENERATION (PRCHIST) FOR OUR OWN TESTING -
001400*           PAID CLAIMS STRATIFIED BY PAID AMOUNT, A SIMPLE RANDOM
001500*           SAMPLE OF EACH STRATUM'S SIZE DRAWN IN ONE PASS FROM A
001600*           SEEDED GENERATOR SO THE DRAW CAN BE REPRODUCED, AND
001700*           EACH STRATUM'S POPULATION WRITTEN TO CTPOP FOR THE
001800*           ERROR-RATE PROJECTION.  EVERY SAMPLED CLAIM OPENS A
001900*           CASE ON CERTFILE AND GETS A PACKAGE REQUEST (CTSAPK)
002000*           SO ESCALAPK ASSEMBLES ITS PRICING EVIDENCE FROM THE
002100*           KEYED AUDIT STORE IN THE SAME STEP THAT BUILDS APPEAL
002200*           PACKAGES.
002300******************************************************************
002400 DATE-COMPILED.
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-Z990.
002800 OBJECT-COMPUTER.            IBM-Z990.
002900 INPUT-OUTPUT  SECTION.
003000 FILE-CONTROL.
003100     SELECT SAMPLE-CONTROL       ASSIGN TO CTKCTL
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT CMS-SAMPLE-LIST      ASSIGN TO CTLIST
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT BENE-HISTORY-XREF    ASSIGN TO MBIXREF
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS BHX-RECORD-KEY.
004100     SELECT CERT-CASE-FILE       ASSIGN TO CERTFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CTC-RECORD-KEY.
004500     SELECT POPULATION-OUT       ASSIGN TO CTPOP
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT PACKAGE-REQUEST-OUT  ASSIGN TO CTSAPK
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT SAMPLE-REPORT        ASSIGN TO CTSRPT
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SAMPLE-CONTROL
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700 COPY CTKCPY.
005800/
005900 FD  CMS-SAMPLE-LIST
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 COPY CTLCPY.
006300/
006400 FD  PRICED-HISTORY-IN
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700 COPY PHISTCPY.
006800/
006900 FD  BENE-HISTORY-XREF
007000     LABEL RECORDS ARE STANDARD.
007100 COPY BHXCPY.
007200/
007300 FD  CERT-CASE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY CTCCPY.
007600/
007700 FD  POPULATION-OUT
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 COPY CTPCPY.
008100/
008200 FD  PACKAGE-REQUEST-OUT
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  CTSAPK-RECORD.
008600     05  CTSAPK-CLAIM-NUMBER        PIC X(13).
008700     05  CTSAPK-PURPOSE             PIC X(01).
008800     05  FILLER                     PIC X(06).
008900/
009000 FD  SAMPLE-REPORT
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  CTSRPT-RECORD                  PIC X(100).
009400/
009500 WORKING-STORAGE SECTION.
009600 01  W-STORAGE-REF                  PIC X(46) VALUE
009700     'ESCALCTS      - W O R K I N G   S T O R A G E'.
009800
009900 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
010000     88  CTL-END-OF-FILE                       VALUE 'Y'.
010100     88  CTL-NOT-END-OF-FILE                   VALUE 'N'.
010200
010300 01  WS-LIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
010400     88  LIST-END-OF-FILE                      VALUE 'Y'.
010500     88  LIST-NOT-END-OF-FILE                  VALUE 'N'.
010600
010700 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
010800     88  HIST-END-OF-FILE                      VALUE 'Y'.
010900     88  HIST-NOT-END-OF-FILE                  VALUE 'N'.
011000
011100 01  WS-XREF-EOF-SWITCH             PIC X(01) VALUE 'N'.
011200     88  XREF-END-OF-FILE                      VALUE 'Y'.
011300     88  XREF-NOT-END-OF-FILE                  VALUE 'N'.
011400
011500 01  WS-CASE-FOUND-SWITCH           PIC X(01).
011600     88  CASE-FOUND                            VALUE 'Y'.
011700     88  CASE-NOT-FOUND                        VALUE 'N'.
011800
011900 01  WS-TODAY                       PIC 9(08).
012000 01  WS-SAMPLE-PERIOD               PIC 9(06) VALUE ZERO.
012100 01  WS-SAMPLE-MODE                 PIC X(01) VALUE SPACE.
012200     88  SAMPLE-FROM-CMS-LIST                  VALUE 'C'.
012300     88  SAMPLE-BY-INTERNAL-DRAW               VALUE 'I'.
012400 01  WS-PRICED-PERIOD               PIC 9(06).
012500
012600******************************************************************
012700*  THE CLAIM IN HAND - FROM THE CMS LIST, OR ACCUMULATED OVER    *
012800*  ITS LINES ON THE HISTORY.  A SAMPLE SLOT HOLDS THE SAME       *
012900*  LAYOUT.                                                       *
013000******************************************************************
013100 01  WS-CLAIM-ACCUM.
013200     05  WS-CLM-NUMBER              PIC X(13).
013300     05  WS-CLM-PROVIDER            PIC X(06).
013400     05  WS-CLM-MBI                 PIC X(11).
013500     05  WS-CLM-FROM-DATE           PIC 9(08).
013600     05  WS-CLM-THRU-DATE           PIC 9(08).
013700     05  WS-CLM-LINE-COUNT          PIC 9(03).
013800     05  WS-CLM-PAID-AMT            PIC 9(09)V9(02).
013900 01  WS-CLAIM-ACTIVE-SWITCH         PIC X(01) VALUE 'N'.
014000     88  CLAIM-ACTIVE                          VALUE 'Y'.
014100     88  CLAIM-NOT-ACTIVE                      VALUE 'N'.
014200
014300 01  WS-CASE-SOURCE                 PIC X(01).
014400 01  WS-CASE-SAMPLE-ID              PIC X(12).
014500 01  WS-CASE-STRATUM                PIC 9(01).
014600
014700******************************************************************
014800*  THE MBIXREF LINE IN HAND FOR A CMS-LISTED CLAIM - THE LAST    *
014900*  ENTRY READ FOR A LINE IS WHAT THE LINE STANDS AT NOW.         *
015000******************************************************************
015100 01  WS-LINE-ACTIVE-SWITCH          PIC X(01) VALUE 'N'.
015200     88  LINE-ACTIVE                           VALUE 'Y'.
015300     88  LINE-NOT-ACTIVE                       VALUE 'N'.
015400 01  WS-LINE-DOS                    PIC 9(08).
015500 01  WS-LINE-REV-CODE               PIC X(04).
015600 01  WS-LINE-RTC                    PIC 9(02).
015700 01  WS-LINE-PAID-AMT               PIC 9(09)V9(02).
015800
015900******************************************************************
016000*  THE STRATA FOR AN INTERNAL DRAW.  EACH STRATUM KEEPS A        *
016100*  RESERVOIR OF ITS SAMPLE SIZE: THE FIRST CLAIMS FILL IT, AND   *
016200*  THE K-TH CLAIM AFTER THAT REPLACES A RANDOM SLOT WITH         *
016300*  PROBABILITY SIZE/K, WHICH LEAVES EVERY CLAIM OF THE STRATUM   *
016400*  EQUALLY LIKELY TO BE IN THE SAMPLE AT THE END OF THE PASS.    *
016500******************************************************************
016600 01  WS-STRATUM-TABLE.
016700     05  WS-STR-ENTRY  OCCURS 4 TIMES.
016800         10  WS-STR-UPPER-LIMIT     PIC 9(07)V9(02).
016900         10  WS-STR-SAMPLE-SIZE     PIC 9(03).
017000         10  WS-STR-POP-COUNT       PIC 9(09).
017100         10  WS-STR-POP-PAID-AMT    PIC 9(11)V9(02).
017200         10  WS-STR-TAKEN           PIC 9(03).
017300         10  WS-STR-SLOT  OCCURS 100 TIMES
017400                                    PIC X(60).
017500 01  WS-STR-SUB                     PIC 9(01).
017600 01  WS-SLOT-SUB                    PIC 9(03).
017700 01  WS-MAX-SAMPLE-SIZE             PIC 9(03) VALUE 100.
017800
017900******************************************************************
018000*  THE SEEDED GENERATOR - THE MINIMAL-STANDARD MULTIPLICATIVE    *
018100*  CONGRUENTIAL GENERATOR (MULTIPLIER 16807, MODULUS 2**31 - 1). *
018200*  THE SAME SEED OVER THE SAME GENERATION DRAWS THE SAME SAMPLE. *
018300******************************************************************
018400 01  WS-RNG-SEED                    PIC 9(10).
018500 01  WS-RNG-PRODUCT                 PIC 9(15).
018600 01  WS-RNG-QUOTIENT                PIC 9(15).
018700 01  WS-RNG-MODULUS                 PIC 9(10) VALUE 2147483647.
018800 01  WS-RNG-PICK                    PIC 9(09).
018900 01  WS-RNG-PICK-QUOTIENT           PIC 9(10).
019000
019100 01  WS-LIST-READ-COUNT             PIC 9(07) VALUE ZERO.
019200 01  WS-HIST-READ-COUNT             PIC 9(09) VALUE ZERO.
019300 01  WS-CASES-OPENED-COUNT          PIC 9(07) VALUE ZERO.
019400 01  WS-REJECT-COUNT                PIC 9(07) VALUE ZERO.
019500 01  WS-SAMPLED-PAID-AMT            PIC 9(11)V9(02) VALUE ZERO.
019600
019700 01  RPT-HEADING-1.
019800     05  FILLER                     PIC X(05) VALUE SPACES.
019900     05  FILLER                     PIC X(36) VALUE
020000         'CERT SAMPLE SELECTION - SAMPLE MONTH'.
020100     05  RPT-HDG-PERIOD             PIC 9(06).
020200     05  FILLER                     PIC X(02) VALUE SPACES.
020300     05  RPT-HDG-SOURCE             PIC X(20).
020400
020500 01  RPT-HEADING-2.
020600     05  FILLER                     PIC X(01) VALUE SPACES.
020700     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
020800     05  FILLER                     PIC X(07) VALUE 'PROV'.
020900     05  FILLER                     PIC X(12) VALUE 'MBI'.
021000     05  FILLER                     PIC X(04) VALUE 'STR'.
021100     05  FILLER                     PIC X(06) VALUE 'LINES'.
021200     05  FILLER                     PIC X(15) VALUE
021300         '          PAID'.
021400     05  FILLER                     PIC X(30) VALUE 'DISPOSITION'.
021500
021600 01  RPT-DETAIL-LINE.
021700     05  FILLER                     PIC X(01) VALUE SPACES.
021800     05  RPT-CLAIM-NUMBER           PIC X(13).
021900     05  FILLER                     PIC X(01) VALUE SPACES.
022000     05  RPT-PROVIDER               PIC X(06).
022100     05  FILLER                     PIC X(01) VALUE SPACES.
022200     05  RPT-MBI                    PIC X(11).
022300     05  FILLER                     PIC X(02) VALUE SPACES.
022400     05  RPT-STRATUM                PIC 9(01).
022500     05  FILLER                     PIC X(02) VALUE SPACES.
022600     05  RPT-LINE-COUNT             PIC ZZ9.
022700     05  FILLER                     PIC X(02) VALUE SPACES.
022800     05  RPT-PAID-AMT               PIC ZZZ,ZZZ,ZZ9.99.
022900     05  FILLER                     PIC X(02) VALUE SPACES.
023000     05  RPT-DISPOSITION            PIC X(30).
023100
023200 01  RPT-STRATUM-LINE.
023300     05  FILLER                     PIC X(05) VALUE SPACES.
023400     05  FILLER                     PIC X(08) VALUE 'STRATUM'.
023500     05  RPT-S-STRATUM              PIC 9(01).
023600     05  FILLER                     PIC X(05) VALUE ' UPTO'.
023700     05  RPT-S-UPPER-LIMIT          PIC Z,ZZZ,ZZ9.99.
023800     05  FILLER                     PIC X(06) VALUE '  POP'.
023900     05  RPT-S-POP-COUNT            PIC ZZZ,ZZZ,ZZ9.
024000     05  FILLER                     PIC X(01) VALUE SPACES.
024100     05  RPT-S-POP-PAID-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024200     05  FILLER                     PIC X(09) VALUE '  SAMPLED'.
024300     05  RPT-S-TAKEN                PIC ZZ9.
024400
024500 01  RPT-TOTAL-LINE.
024600     05  FILLER                     PIC X(05) VALUE SPACES.
024700     05  RPT-TOTAL-TEXT             PIC X(30).
024800     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
024900     05  FILLER                     PIC X(02) VALUE SPACES.
025000     05  RPT-TOTAL-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025100/
025200 COPY CLAIMXCPY.
025300/
025400 PROCEDURE DIVISION.
025500
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE.
025800     EVALUATE TRUE
025900        WHEN SAMPLE-FROM-CMS-LIST
026000           PERFORM 2000-TAKE-LISTED-CLAIM
026100              UNTIL LIST-END-OF-FILE
026200        WHEN SAMPLE-BY-INTERNAL-DRAW
026300           PERFORM 3000-DRAW-FROM-HISTORY
026400              UNTIL HIST-END-OF-FILE
026500           PERFORM 3100-CLOSE-CLAIM
026600           PERFORM 4000-OPEN-DRAWN-CASES
026700              VARYING WS-STR-SUB FROM 1 BY 1
026800              UNTIL WS-STR-SUB > 4
026900     END-EVALUATE.
027000     PERFORM 6000-PRINT-RUN-TOTALS.
027100     PERFORM 7000-TERMINATE.
027200     GOBACK.
027300/
027400 1000-INITIALIZE.
027500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
027600
027700     OPEN INPUT SAMPLE-CONTROL.
027800     READ SAMPLE-CONTROL
027900         AT END MOVE 'Y'            TO WS-CTL-EOF-SWITCH
028000         NOT AT END
028100           IF CTK-SAMPLE-PERIOD NUMERIC  THEN
028200              MOVE CTK-SAMPLE-PERIOD TO WS-SAMPLE-PERIOD
028300           END-IF
028400           MOVE CTK-SAMPLE-MODE     TO WS-SAMPLE-MODE
028500     END-READ.
028600     CLOSE SAMPLE-CONTROL.
028700
028800     IF WS-SAMPLE-PERIOD = ZERO  OR
028900        NOT (SAMPLE-FROM-CMS-LIST  OR
029000             SAMPLE-BY-INTERNAL-DRAW)  THEN
029100        DISPLAY 'ESCALCTS - CTKCTL NAMES NO SAMPLE MONTH OR NO '
029200           'VALID SOURCE - NOTHING SELECTED'
029300        MOVE SPACE                  TO WS-SAMPLE-MODE
029400        MOVE 16                     TO RETURN-CODE
029500     END-IF.
029600
029700     OPEN I-O    CERT-CASE-FILE.
029800     OPEN OUTPUT PACKAGE-REQUEST-OUT.
029900     OPEN OUTPUT SAMPLE-REPORT.
030000
030100     MOVE WS-SAMPLE-PERIOD          TO RPT-HDG-PERIOD.
030200     EVALUATE TRUE
030300        WHEN SAMPLE-FROM-CMS-LIST
030400           MOVE 'CMS SAMPLE LIST'   TO RPT-HDG-SOURCE
030500        WHEN SAMPLE-BY-INTERNAL-DRAW
030600           MOVE 'INTERNAL DRAW'     TO RPT-HDG-SOURCE
030700        WHEN OTHER
030800           MOVE 'NO VALID SOURCE'   TO RPT-HDG-SOURCE
030900     END-EVALUATE.
031000     WRITE CTSRPT-RECORD         FROM RPT-HEADING-1.
031100     WRITE CTSRPT-RECORD         FROM RPT-HEADING-2.
031200
031300     IF SAMPLE-FROM-CMS-LIST  THEN
031400        OPEN INPUT  CMS-SAMPLE-LIST
031500        OPEN INPUT  BENE-HISTORY-XREF
031600        PERFORM 2900-READ-NEXT-LISTED
031700     END-IF.
031800
031900     IF SAMPLE-BY-INTERNAL-DRAW  THEN
032000        PERFORM 1100-SET-UP-STRATUM
032100           VARYING WS-STR-SUB FROM 1 BY 1
032200           UNTIL WS-STR-SUB > 4
032300        IF CTK-RANDOM-SEED NUMERIC  AND
032400           CTK-RANDOM-SEED > ZERO  THEN
032500           DIVIDE CTK-RANDOM-SEED BY WS-RNG-MODULUS
032600              GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-SEED
032700        ELSE
032800           MOVE WS-SAMPLE-PERIOD    TO WS-RNG-SEED
032900        END-IF
033000        IF WS-RNG-SEED = ZERO  THEN
033100           MOVE 1                   TO WS-RNG-SEED
033200        END-IF
033300        OPEN INPUT  PRICED-HISTORY-IN
033400        OPEN EXTEND POPULATION-OUT
033500        PERFORM 3900-READ-NEXT-HISTORY
033600     END-IF.
033700/
033800 1100-SET-UP-STRATUM.
033900     MOVE ZERO                      TO
034000        WS-STR-POP-COUNT (WS-STR-SUB)
034100        WS-STR-POP-PAID-AMT (WS-STR-SUB)
034200        WS-STR-TAKEN (WS-STR-SUB)
034300        WS-STR-UPPER-LIMIT (WS-STR-SUB)
034400        WS-STR-SAMPLE-SIZE (WS-STR-SUB).
034500     IF CTK-STRATUM-UPPER-LIMIT (WS-STR-SUB) NUMERIC  THEN
034600        MOVE CTK-STRATUM-UPPER-LIMIT (WS-STR-SUB) TO
034700           WS-STR-UPPER-LIMIT (WS-STR-SUB)
034800     END-IF.
034900     IF CTK-STRATUM-SAMPLE-SIZE (WS-STR-SUB) NUMERIC  THEN
035000        MOVE CTK-STRATUM-SAMPLE-SIZE (WS-STR-SUB) TO
035100           WS-STR-SAMPLE-SIZE (WS-STR-SUB)
035200     END-IF.
035300     IF WS-STR-SAMPLE-SIZE (WS-STR-SUB) > WS-MAX-SAMPLE-SIZE  THEN
035400        DISPLAY 'ESCALCTS - STRATUM ' WS-STR-SUB
035500           ' SAMPLE SIZE CUT TO ' WS-MAX-SAMPLE-SIZE
035600        MOVE WS-MAX-SAMPLE-SIZE     TO
035700           WS-STR-SAMPLE-SIZE (WS-STR-SUB)
035800     END-IF.
035900/
036000******************************************************************
036100*  A CLAIM ON THE CMS LIST MUST BE ONE OF OURS: ITS LINES ARE    *
036200*  FOUND ON THE BENEFICIARY CROSS-REFERENCE FOR THE LISTED       *
036300*  PROVIDER INSIDE THE LISTED DATES, AND THE PAID DOLLARS ARE    *
036400*  WHAT THOSE LINES STAND AT NOW.                                *
036500******************************************************************
036600 2000-TAKE-LISTED-CLAIM.
036700     ADD 1                          TO WS-LIST-READ-COUNT.
036800     MOVE SPACES                    TO WS-CLAIM-ACCUM.
036900     MOVE CTL-CLAIM-NUMBER          TO WS-CLM-NUMBER.
037000     MOVE CTL-PROVIDER-NUMBER       TO WS-CLM-PROVIDER.
037100     MOVE CTL-MBI                   TO WS-CLM-MBI.
037200     MOVE ZERO                      TO WS-CLM-FROM-DATE
037300                                       WS-CLM-THRU-DATE
037400                                       WS-CLM-LINE-COUNT
037500                                       WS-CLM-PAID-AMT.
037600     MOVE 'C'                       TO WS-CASE-SOURCE.
037700     MOVE CTL-CMS-SAMPLE-ID         TO WS-CASE-SAMPLE-ID.
037800     MOVE ZERO                      TO WS-CASE-STRATUM.
037900     IF CTL-STRATUM NUMERIC  THEN
038000        MOVE CTL-STRATUM            TO WS-CASE-STRATUM
038100     END-IF.
038200
038300     IF CTL-CLAIM-NUMBER = SPACES  OR
038400        CTL-MBI = SPACES  OR
038500        CTL-FROM-DATE NOT NUMERIC  OR
038600        CTL-THRU-DATE NOT NUMERIC  OR
038700        CTL-THRU-DATE < CTL-FROM-DATE  THEN
038800        MOVE 'LIST ENTRY INCOMPLETE' TO RPT-DISPOSITION
038900        PERFORM 5900-REPORT-REJECT
039000     ELSE
039100        MOVE CTL-FROM-DATE          TO WS-CLM-FROM-DATE
039200        MOVE CTL-THRU-DATE          TO WS-CLM-THRU-DATE
039300        PERFORM 2100-TOTAL-LISTED-CLAIM
039400        IF WS-CLM-LINE-COUNT = ZERO  THEN
039500           MOVE 'CLAIM NOT ON FILE' TO RPT-DISPOSITION
039600           PERFORM 5900-REPORT-REJECT
039700        ELSE
039800           PERFORM 5000-OPEN-CASE
039900        END-IF
040000     END-IF.
040100
040200     PERFORM 2900-READ-NEXT-LISTED.
040300/
040400 2100-TOTAL-LISTED-CLAIM.
040500     MOVE 'N'                       TO WS-XREF-EOF-SWITCH.
040600     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
040700     MOVE LOW-VALUES                TO BHX-RECORD-KEY.
040800     MOVE CTL-MBI                   TO BHX-MBI.
040900     MOVE CTL-FROM-DATE             TO BHX-LINE-ITEM-DOS.
041000
041100     START BENE-HISTORY-XREF KEY IS >= BHX-RECORD-KEY
041200         INVALID KEY MOVE 'Y'       TO WS-XREF-EOF-SWITCH
041300     END-START.
041400
041500     PERFORM 2150-READ-ONE-XREF
041600        UNTIL XREF-END-OF-FILE.
041700
041800     PERFORM 2170-CLOSE-LINE.
041900/
042000 2150-READ-ONE-XREF.
042100     READ BENE-HISTORY-XREF NEXT RECORD
042200         AT END MOVE 'Y'            TO WS-XREF-EOF-SWITCH
042300         NOT AT END
042400           IF BHX-MBI NOT = CTL-MBI  OR
042500              BHX-LINE-ITEM-DOS > CTL-THRU-DATE  THEN
042600              MOVE 'Y'              TO WS-XREF-EOF-SWITCH
042700           ELSE
042800              IF BHX-CLAIM-NUMBER = CTL-CLAIM-NUMBER  AND
042900                 BHX-PROVIDER-NUMBER = CTL-PROVIDER-NUMBER  THEN
043000                 IF LINE-ACTIVE  AND
043100                    (BHX-LINE-ITEM-DOS NOT = WS-LINE-DOS  OR
043200                     BHX-REV-CODE NOT = WS-LINE-REV-CODE)  THEN
043300                    PERFORM 2170-CLOSE-LINE
043400                 END-IF
043500                 MOVE 'Y'           TO WS-LINE-ACTIVE-SWITCH
043600                 MOVE BHX-LINE-ITEM-DOS TO WS-LINE-DOS
043700                 MOVE BHX-REV-CODE  TO WS-LINE-REV-CODE
043800                 MOVE BHX-PPS-RTC   TO WS-LINE-RTC
043900                 MOVE BHX-PAID-AMT  TO WS-LINE-PAID-AMT
044000              END-IF
044100           END-IF
044200     END-READ.
044300/
044400 2170-CLOSE-LINE.
044500     IF LINE-ACTIVE  THEN
044600        ADD 1                       TO WS-CLM-LINE-COUNT
044700        IF WS-LINE-RTC < 50  THEN
044800           ADD WS-LINE-PAID-AMT     TO WS-CLM-PAID-AMT
044900        END-IF
045000     END-IF.
045100     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
045200/
045300 2900-READ-NEXT-LISTED.
045400     READ CMS-SAMPLE-LIST
045500         AT END MOVE 'Y'            TO WS-LIST-EOF-SWITCH
045600     END-READ.
045700/
045800******************************************************************
045900*  INTERNAL DRAW - THE NIGHTLY RUN WRITES A CLAIM'S LINES        *
046000*  TOGETHER, SO A CHANGE OF CLAIM NUMBER CLOSES THE PRIOR CLAIM. *
046100*  ONLY LINES PRICED IN THE SAMPLE MONTH COUNT, SO A GENERATION  *
046200*  THAT STRADDLES THE MONTH DOES NOT WIDEN THE POPULATION.       *
046300******************************************************************
046400 3000-DRAW-FROM-HISTORY.
046500     ADD 1                          TO WS-HIST-READ-COUNT.
046600     MOVE PH-PRICED-DATE (1:6)      TO WS-PRICED-PERIOD.
046700
046800     IF WS-PRICED-PERIOD = WS-SAMPLE-PERIOD  THEN
046900        MOVE PH-CLAIM-EXTRACT-IMAGE TO CLAIM-EXTRACT-RECORD
047000        IF CLAIM-ACTIVE  AND
047100           CX-CLAIM-NUMBER NOT = WS-CLM-NUMBER  THEN
047200           PERFORM 3100-CLOSE-CLAIM
047300        END-IF
047400        IF CLAIM-NOT-ACTIVE  THEN
047500           MOVE 'Y'                 TO WS-CLAIM-ACTIVE-SWITCH
047600           MOVE CX-CLAIM-NUMBER     TO WS-CLM-NUMBER
047700           MOVE CX-PROVIDER-NUMBER  TO WS-CLM-PROVIDER
047800           MOVE CX-MBI              TO WS-CLM-MBI
047900           MOVE CX-LINE-ITEM-DATE-SERVICE TO WS-CLM-FROM-DATE
048000                                       WS-CLM-THRU-DATE
048100           MOVE ZERO                TO WS-CLM-LINE-COUNT
048200                                       WS-CLM-PAID-AMT
048300        END-IF
048400        ADD 1                       TO WS-CLM-LINE-COUNT
048500        IF CX-LINE-ITEM-DATE-SERVICE < WS-CLM-FROM-DATE  THEN
048600           MOVE CX-LINE-ITEM-DATE-SERVICE TO WS-CLM-FROM-DATE
048700        END-IF
048800        IF CX-LINE-ITEM-DATE-SERVICE > WS-CLM-THRU-DATE  THEN
048900           MOVE CX-LINE-ITEM-DATE-SERVICE TO WS-CLM-THRU-DATE
049000        END-IF
049100*       THE OUTLIER IS PAID IN ADDITION TO THE FINAL PAYMENT.
049200        IF PH-PPS-RTC < 50  THEN
049300           ADD PH-FINAL-PAY-AMT     TO WS-CLM-PAID-AMT
049400           ADD PH-OUT-PAYMENT-AMT   TO WS-CLM-PAID-AMT ROUNDED
049500        END-IF
049600     END-IF.
049700
049800     PERFORM 3900-READ-NEXT-HISTORY.
049900/
050000 3100-CLOSE-CLAIM.
050100     IF CLAIM-ACTIVE  AND  WS-CLM-PAID-AMT > ZERO  THEN
050200        PERFORM 3150-FIND-STRATUM
050300        ADD 1                       TO
050400           WS-STR-POP-COUNT (WS-CASE-STRATUM)
050500        ADD WS-CLM-PAID-AMT         TO
050600           WS-STR-POP-PAID-AMT (WS-CASE-STRATUM)
050700        PERFORM 3200-OFFER-TO-RESERVOIR
050800     END-IF.
050900     MOVE 'N'                       TO WS-CLAIM-ACTIVE-SWITCH.
051000/
051100 3150-FIND-STRATUM.
051200     MOVE ZERO                      TO WS-CASE-STRATUM.
051300     PERFORM 3160-TEST-ONE-STRATUM
051400        VARYING WS-STR-SUB FROM 1 BY 1
051500        UNTIL WS-STR-SUB > 4
051600           OR WS-CASE-STRATUM > ZERO.
051700     IF WS-CASE-STRATUM = ZERO  THEN
051800        MOVE 4                      TO WS-CASE-STRATUM
051900     END-IF.
052000/
052100 3160-TEST-ONE-STRATUM.
052200     IF WS-CLM-PAID-AMT <= WS-STR-UPPER-LIMIT (WS-STR-SUB)  THEN
052300        MOVE WS-STR-SUB             TO WS-CASE-STRATUM
052400     END-IF.
052500/
052600 3200-OFFER-TO-RESERVOIR.
052700     MOVE WS-CASE-STRATUM           TO WS-STR-SUB.
052800     IF WS-STR-SAMPLE-SIZE (WS-STR-SUB) > ZERO  THEN
052900        IF WS-STR-TAKEN (WS-STR-SUB) <
053000           WS-STR-SAMPLE-SIZE (WS-STR-SUB)  THEN
053100           ADD 1                    TO WS-STR-TAKEN (WS-STR-SUB)
053200           MOVE WS-STR-TAKEN (WS-STR-SUB) TO WS-SLOT-SUB
053300           MOVE WS-CLAIM-ACCUM      TO
053400              WS-STR-SLOT (WS-STR-SUB, WS-SLOT-SUB)
053500        ELSE
053600           PERFORM 3250-NEXT-RANDOM
053700           DIVIDE WS-RNG-SEED BY WS-STR-POP-COUNT (WS-STR-SUB)
053800              GIVING WS-RNG-PICK-QUOTIENT REMAINDER WS-RNG-PICK
053900           ADD 1                    TO WS-RNG-PICK
054000           IF WS-RNG-PICK <= WS-STR-SAMPLE-SIZE (WS-STR-SUB)  THEN
054100              MOVE WS-RNG-PICK      TO WS-SLOT-SUB
054200              MOVE WS-CLAIM-ACCUM   TO
054300                 WS-STR-SLOT (WS-STR-SUB, WS-SLOT-SUB)
054400           END-IF
054500        END-IF
054600     END-IF.
054700/
054800 3250-NEXT-RANDOM.
054900     COMPUTE WS-RNG-PRODUCT = WS-RNG-SEED * 16807.
055000     DIVIDE WS-RNG-PRODUCT BY WS-RNG-MODULUS
055100        GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-SEED.
055200/
055300 3900-READ-NEXT-HISTORY.
055400     READ PRICED-HISTORY-IN
055500         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
055600     END-READ.
055700/
055800******************************************************************
055900*  THE DRAW IS DONE - OPEN A CASE FOR EVERY CLAIM LEFT IN A      *
056000*  STRATUM'S RESERVOIR AND RECORD THE STRATUM'S POPULATION.      *
056100******************************************************************
056200 4000-OPEN-DRAWN-CASES.
056300     MOVE 'I'                       TO WS-CASE-SOURCE.
056400     MOVE SPACES                    TO WS-CASE-SAMPLE-ID.
056500     MOVE WS-STR-SUB                TO WS-CASE-STRATUM.
056600     PERFORM 4100-OPEN-ONE-DRAWN-CASE
056700        VARYING WS-SLOT-SUB FROM 1 BY 1
056800        UNTIL WS-SLOT-SUB > WS-STR-TAKEN (WS-STR-SUB).
056900
057000     MOVE SPACES                    TO CERT-POPULATION-RECORD.
057100     MOVE WS-SAMPLE-PERIOD          TO CTP-SAMPLE-PERIOD.
057200     MOVE WS-STR-SUB                TO CTP-STRATUM.
057300     MOVE WS-STR-POP-COUNT (WS-STR-SUB) TO CTP-POPULATION-COUNT.
057400     MOVE WS-STR-POP-PAID-AMT (WS-STR-SUB) TO
057500                                       CTP-POPULATION-PAID-AMT.
057600     MOVE WS-STR-TAKEN (WS-STR-SUB) TO CTP-SAMPLE-COUNT.
057700     MOVE WS-TODAY                  TO CTP-RUN-DATE.
057800     WRITE CERT-POPULATION-RECORD.
057900
058000     MOVE WS-STR-SUB                TO RPT-S-STRATUM.
058100     MOVE WS-STR-UPPER-LIMIT (WS-STR-SUB) TO RPT-S-UPPER-LIMIT.
058200     MOVE WS-STR-POP-COUNT (WS-STR-SUB) TO RPT-S-POP-COUNT.
058300     MOVE WS-STR-POP-PAID-AMT (WS-STR-SUB) TO RPT-S-POP-PAID-AMT.
058400     MOVE WS-STR-TAKEN (WS-STR-SUB) TO RPT-S-TAKEN.
058500     WRITE CTSRPT-RECORD  FROM RPT-STRATUM-LINE.
058600/
058700 4100-OPEN-ONE-DRAWN-CASE.
058800     MOVE WS-STR-SLOT (WS-STR-SUB, WS-SLOT-SUB) TO WS-CLAIM-ACCUM.
058900     PERFORM 5000-OPEN-CASE.
059000/
059100******************************************************************
059200*  OPEN THE CASE AND ASK FOR ITS EVIDENCE PACKAGE.  A CLAIM      *
059300*  ALREADY SAMPLED FOR THE MONTH IS NOT OPENED TWICE (AN         *
059400*  ADJUSTED CLAIM CAN BE DRAWN ONCE FOR EACH PRICING).           *
059500******************************************************************
059600 5000-OPEN-CASE.
059700     MOVE WS-SAMPLE-PERIOD          TO CTC-SAMPLE-PERIOD.
059800     MOVE WS-CLM-NUMBER             TO CTC-CLAIM-NUMBER.
059900     READ CERT-CASE-FILE
060000         INVALID KEY     MOVE 'N'   TO WS-CASE-FOUND-SWITCH
060100         NOT INVALID KEY MOVE 'Y'   TO WS-CASE-FOUND-SWITCH
060200     END-READ.
060300
060400     IF CASE-FOUND  THEN
060500        MOVE 'ALREADY SAMPLED THIS MONTH' TO RPT-DISPOSITION
060600        PERFORM 5900-REPORT-REJECT
060700     ELSE
060800        INITIALIZE CERT-CASE-RECORD
060900        MOVE WS-SAMPLE-PERIOD       TO CTC-SAMPLE-PERIOD
061000        MOVE WS-CLM-NUMBER          TO CTC-CLAIM-NUMBER
061100        MOVE WS-CASE-SOURCE         TO CTC-SAMPLE-SOURCE
061200        MOVE WS-CASE-SAMPLE-ID      TO CTC-CMS-SAMPLE-ID
061300        MOVE WS-CASE-STRATUM        TO CTC-STRATUM
061400        MOVE WS-CLM-PROVIDER        TO CTC-PROVIDER-NUMBER
061500        MOVE WS-CLM-MBI             TO CTC-MBI
061600        MOVE WS-CLM-FROM-DATE       TO CTC-FROM-DATE
061700        MOVE WS-CLM-THRU-DATE       TO CTC-THRU-DATE
061800        MOVE WS-CLM-LINE-COUNT      TO CTC-LINE-COUNT
061900        MOVE WS-CLM-PAID-AMT        TO CTC-PAID-AMT
062000        MOVE WS-TODAY               TO CTC-SELECTED-DATE
062100                                       CTC-LAST-UPDATE-DATE
062200        MOVE 'S'                    TO CTC-CASE-STATUS
062300        WRITE CERT-CASE-RECORD
062400
062500        MOVE SPACES                 TO CTSAPK-RECORD
062600        MOVE WS-CLM-NUMBER          TO CTSAPK-CLAIM-NUMBER
062700        MOVE 'C'                    TO CTSAPK-PURPOSE
062800        WRITE CTSAPK-RECORD
062900
063000        ADD 1                       TO WS-CASES-OPENED-COUNT
063100        ADD WS-CLM-PAID-AMT         TO WS-SAMPLED-PAID-AMT
063200        MOVE 'CASE OPENED'          TO RPT-DISPOSITION
063300        PERFORM 5950-REPORT-CLAIM
063400     END-IF.
063500/
063600 5900-REPORT-REJECT.
063700     ADD 1                          TO WS-REJECT-COUNT.
063800     PERFORM 5950-REPORT-CLAIM.
063900/
064000 5950-REPORT-CLAIM.
064100     MOVE WS-CLM-NUMBER             TO RPT-CLAIM-NUMBER.
064200     MOVE WS-CLM-PROVIDER           TO RPT-PROVIDER.
064300     MOVE WS-CLM-MBI                TO RPT-MBI.
064400     MOVE WS-CASE-STRATUM           TO RPT-STRATUM.
064500     MOVE WS-CLM-LINE-COUNT         TO RPT-LINE-COUNT.
064600     MOVE WS-CLM-PAID-AMT           TO RPT-PAID-AMT.
064700     WRITE CTSRPT-RECORD  FROM RPT-DETAIL-LINE.
064800/
064900 6000-PRINT-RUN-TOTALS.
065000     MOVE SPACES                    TO CTSRPT-RECORD.
065100     WRITE CTSRPT-RECORD.
065200
065300     MOVE ZERO                      TO RPT-TOTAL-AMT.
065400     MOVE 'CMS LIST ENTRIES READ . . . .' TO RPT-TOTAL-TEXT.
065500     MOVE WS-LIST-READ-COUNT        TO RPT-TOTAL-COUNT.
065600     WRITE CTSRPT-RECORD  FROM RPT-TOTAL-LINE.
065700
065800     MOVE 'HISTORY RECORDS READ  . . . .' TO RPT-TOTAL-TEXT.
065900     MOVE WS-HIST-READ-COUNT        TO RPT-TOTAL-COUNT.
066000     WRITE CTSRPT-RECORD  FROM RPT-TOTAL-LINE.
066100
066200     MOVE 'NOT SAMPLED . . . . . . . . .' TO RPT-TOTAL-TEXT.
066300     MOVE WS-REJECT-COUNT           TO RPT-TOTAL-COUNT.
066400     WRITE CTSRPT-RECORD  FROM RPT-TOTAL-LINE.
066500
066600     MOVE 'CASES OPENED  . . . . . . . .' TO RPT-TOTAL-TEXT.
066700     MOVE WS-CASES-OPENED-COUNT     TO RPT-TOTAL-COUNT.
066800     MOVE WS-SAMPLED-PAID-AMT       TO RPT-TOTAL-AMT.
066900     WRITE CTSRPT-RECORD  FROM RPT-TOTAL-LINE.
067000/
067100 7000-TERMINATE.
067200     IF SAMPLE-FROM-CMS-LIST  THEN
067300        CLOSE CMS-SAMPLE-LIST
067400              BENE-HISTORY-XREF
067500     END-IF.
067600     IF SAMPLE-BY-INTERNAL-DRAW  THEN
067700        CLOSE PRICED-HISTORY-IN
067800              POPULATION-OUT
067900     END-IF.
068000     CLOSE CERT-CASE-FILE
068100           PACKAGE-REQUEST-OUT
068200           SAMPLE-REPORT.
