000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALBDL.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALBDL - NEW PROGRAM
000700*         - BAD-DEBT LOG VALIDATION FOR COST-REPORT SETTLEMENT.
000800*           READS THE FACILITIES' SUBMITTED BAD-DEBT LOGS (BDLOG)
000900*           AND CHECKS EVERY ENTRY THE WAY THE AUDITORS USED TO
001000*           BY HAND AGAINST PAPER REMITS: THE CLAIM MUST BE ONE
001100*           WE PRICED FOR THAT PROVIDER AND BENEFICIARY (MBIXREF,
001200*           WHICH CARRIES THE DEDUCTIBLE AND COINSURANCE EACH
001300*           LINE WAS PRICED WITH, AS ON PRCHIST); THE DEDUCTIBLE
001400*           AND COINSURANCE CLAIMED MAY NOT EXCEED WHAT WE
001500*           ASSIGNED TO THE BENEFICIARY ON THE CLAIM'S PAID
001600*           LINES - ANY EXCESS IS DISALLOWED; AND A DUAL-ELIGIBLE
001700*           ENTRY MUST HAVE A CROSSOVER TO THE STATE BEHIND IT ON
001800*           THE CROSSOVER STATUS MASTER (XOVSTAT) OR IT IS
001900*           DISALLOWED.  EACH ENTRY FALLS IN THE PROVIDER FISCAL
002000*           YEAR (PRVFYMST) ITS WRITE-OFF DATE DOES.  THE
002100*           ALLOWABLE AND DISALLOWED AMOUNTS ARE SCHEDULED PER
002200*           PROVIDER FISCAL YEAR (BDSCHED) FOR THE SETTLEMENT
002300*           EXTRACT (ESCALCRX), AND EVERY ENTRY NOT ALLOWED IN
002400*           FULL IS LISTED WITH THE REASON.
002500******************************************************************
002600 DATE-COMPILED.
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.            IBM-Z990.
003000 OBJECT-COMPUTER.            IBM-Z990.
003100 INPUT-OUTPUT  SECTION.
003200 FILE-CONTROL.
003300     SELECT BAD-DEBT-LOG-IN      ASSIGN TO BDLOG
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT FISCAL-YEAR-MASTER   ASSIGN TO PRVFYMST
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT BENE-HISTORY-XREF    ASSIGN TO MBIXREF
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS BHX-RECORD-KEY.
004100     SELECT CROSSOVER-STATUS     ASSIGN TO XOVSTAT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS XST-RECORD-KEY.
004500     SELECT BAD-DEBT-SCHEDULE    ASSIGN TO BDSCHED
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT BAD-DEBT-REPORT      ASSIGN TO BDLRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BAD-DEBT-LOG-IN
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 COPY BDLCPY.
005600/
005700 FD  FISCAL-YEAR-MASTER
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000 COPY PFYCPY.
006100/
006200 FD  BENE-HISTORY-XREF
006300     LABEL RECORDS ARE STANDARD.
006400 COPY BHXCPY.
006500/
006600 FD  CROSSOVER-STATUS
006700     LABEL RECORDS ARE STANDARD.
006800 COPY XSTCPY.
006900/
007000 FD  BAD-DEBT-SCHEDULE
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300 COPY BDSCPY.
007400/
007500 FD  BAD-DEBT-REPORT
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800 01  BDLRPT-RECORD                  PIC X(100).
007900/
008000 WORKING-STORAGE SECTION.
008100 01  W-STORAGE-REF                  PIC X(46) VALUE
008200     'ESCALBDL      - W O R K I N G   S T O R A G E'.
008300
008400 01  WS-LOG-EOF-SWITCH              PIC X(01) VALUE 'N'.
008500     88  LOG-END-OF-FILE                       VALUE 'Y'.
008600     88  LOG-NOT-END-OF-FILE                   VALUE 'N'.
008700
008800 01  WS-PFY-EOF-SWITCH              PIC X(01) VALUE 'N'.
008900     88  PFY-END-OF-FILE                       VALUE 'Y'.
009000     88  PFY-NOT-END-OF-FILE                   VALUE 'N'.
009100
009200 01  WS-XREF-EOF-SWITCH             PIC X(01) VALUE 'N'.
009300     88  XREF-END-OF-FILE                      VALUE 'Y'.
009400     88  XREF-NOT-END-OF-FILE                  VALUE 'N'.
009500
009600 01  WS-XST-EOF-SWITCH              PIC X(01) VALUE 'N'.
009700     88  XST-END-OF-FILE                       VALUE 'Y'.
009800     88  XST-NOT-END-OF-FILE                   VALUE 'N'.
009900
010000 01  WS-XST-FOUND-SWITCH            PIC X(01).
010100     88  CROSSOVER-FOUND                       VALUE 'Y'.
010200     88  CROSSOVER-NOT-FOUND                   VALUE 'N'.
010300
010400******************************************************************
010500*  THE FISCAL-YEAR MASTER IN MEMORY, AS IN ESCALCRX.             *
010600******************************************************************
010700 01  WS-FY-TABLE.
010800     05  WS-FY-ENTRY  OCCURS 5000 TIMES.
010900         10  WS-FY-PROVIDER         PIC X(06).
011000         10  WS-FY-BEGIN            PIC 9(08).
011100         10  WS-FY-END              PIC 9(08).
011200 01  WS-FY-COUNT                    PIC 9(04) VALUE ZERO.
011300 01  WS-FY-SUB                      PIC 9(04).
011400 01  WS-FY-MATCH-SUB                PIC 9(04).
011500
011600******************************************************************
011700*  SCHEDULE BUCKETS - ONE PER PROVIDER FISCAL YEAR WITH ENTRIES. *
011800******************************************************************
011900 01  WS-BUCKET-TABLE.
012000     05  WS-BKT-ENTRY  OCCURS 2000 TIMES.
012100         10  WS-BKT-PROVIDER        PIC X(06).
012200         10  WS-BKT-FY-BEGIN        PIC 9(08).
012300         10  WS-BKT-FY-END          PIC 9(08).
012400         10  WS-BKT-ENTRY-COUNT     PIC 9(07).
012500         10  WS-BKT-DISALLOWED-COUNT
012600                                    PIC 9(07).
012700         10  WS-BKT-CLAIMED-AMT     PIC 9(09)V9(02).
012800         10  WS-BKT-ALLOW-DUAL-AMT  PIC 9(09)V9(02).
012900         10  WS-BKT-ALLOW-OTHER-AMT PIC 9(09)V9(02).
013000         10  WS-BKT-DISALLOWED-AMT  PIC 9(09)V9(02).
013100 01  WS-BKT-COUNT                   PIC 9(04) VALUE ZERO.
013200 01  WS-BKT-SUB                     PIC 9(04).
013300 01  WS-BKT-MATCH-SUB               PIC 9(04).
013400
013500******************************************************************
013600*  THE MBIXREF LINE IN HAND.  AN ADJUSTED LINE'S ENTRIES ARRIVE  *
013700*  BACK TO BACK, OLDEST FIRST - THE LAST ONE READ IS WHAT THE    *
013800*  LINE STANDS AT NOW, SO AN ADJUSTMENT IS NEVER COUNTED TWICE.  *
013900******************************************************************
014000 01  WS-LINE-ACTIVE-SWITCH          PIC X(01) VALUE 'N'.
014100     88  LINE-ACTIVE                           VALUE 'Y'.
014200     88  LINE-NOT-ACTIVE                       VALUE 'N'.
014300 01  WS-LINE-IDENTITY.
014400     05  WS-LINE-DOS                PIC 9(08).
014500     05  WS-LINE-REV-CODE           PIC X(04).
014600 01  WS-LINE-RTC                    PIC 9(02).
014700 01  WS-LINE-DEDUCTIBLE-AMT         PIC 9(05)V9(02).
014800 01  WS-LINE-COINSURANCE-AMT        PIC 9(07)V9(02).
014900
015000******************************************************************
015100*  THE ENTRY IN HAND.                                            *
015200*    WS-ENTRY-RESULT  'A' - ALLOWED IN FULL                      *
015300*                     'P' - ALLOWED UP TO WHAT WE ASSIGNED       *
015400*                     'D' - DISALLOWED                           *
015500******************************************************************
015600 01  WS-CLAIM-LINE-COUNT            PIC 9(05).
015700 01  WS-PAID-LINE-COUNT             PIC 9(05).
015800 01  WS-ASSIGNED-DEDUCTIBLE-AMT     PIC 9(07)V9(02).
015900 01  WS-ASSIGNED-COINSURANCE-AMT    PIC 9(09)V9(02).
016000 01  WS-CLAIMED-AMT                 PIC 9(09)V9(02).
016100 01  WS-ALLOWED-DEDUCTIBLE-AMT      PIC 9(07)V9(02).
016200 01  WS-ALLOWED-COINSURANCE-AMT     PIC 9(09)V9(02).
016300 01  WS-ALLOWED-AMT                 PIC 9(09)V9(02).
016400 01  WS-DISALLOWED-AMT              PIC 9(09)V9(02).
016500 01  WS-ENTRY-RESULT                PIC X(01).
016600     88  ENTRY-ALLOWED                         VALUE 'A'.
016700     88  ENTRY-PARTLY-ALLOWED                  VALUE 'P'.
016800     88  ENTRY-DISALLOWED                      VALUE 'D'.
016900
017000 01  WS-ENTRY-COUNT                 PIC 9(07) VALUE ZERO.
017100 01  WS-ALLOWED-COUNT               PIC 9(07) VALUE ZERO.
017200 01  WS-PARTLY-COUNT                PIC 9(07) VALUE ZERO.
017300 01  WS-DISALLOWED-COUNT            PIC 9(07) VALUE ZERO.
017400 01  WS-NO-FY-COUNT                 PIC 9(07) VALUE ZERO.
017500 01  WS-RUN-CLAIMED-AMT             PIC 9(11)V9(02) VALUE ZERO.
017600 01  WS-RUN-ALLOWED-AMT             PIC 9(11)V9(02) VALUE ZERO.
017700 01  WS-RUN-DISALLOWED-AMT          PIC 9(11)V9(02) VALUE ZERO.
017800
017900 01  RPT-HEADING-1.
018000     05  FILLER                     PIC X(05) VALUE SPACES.
018100     05  FILLER                     PIC X(48) VALUE
018200         'BAD-DEBT LOG VALIDATION - ENTRIES NOT ALLOWED'.
018300
018400 01  RPT-HEADING-2.
018500     05  FILLER                     PIC X(01) VALUE SPACES.
018600     05  FILLER                     PIC X(07) VALUE 'PROV'.
018700     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
018800     05  FILLER                     PIC X(12) VALUE 'MBI'.
018900     05  FILLER                     PIC X(09) VALUE 'WRITEOFF'.
019000     05  FILLER                     PIC X(02) VALUE 'D'.
019100     05  FILLER                     PIC X(13) VALUE
019200         '     CLAIMED'.
019300     05  FILLER                     PIC X(13) VALUE
019400         '     ALLOWED'.
019500     05  FILLER                     PIC X(26) VALUE 'REASON'.
019600
019700 01  RPT-DETAIL-LINE.
019800     05  FILLER                     PIC X(01) VALUE SPACES.
019900     05  RPT-PROVIDER               PIC X(06).
020000     05  FILLER                     PIC X(01) VALUE SPACES.
020100     05  RPT-CLAIM-NUMBER           PIC X(13).
020200     05  FILLER                     PIC X(01) VALUE SPACES.
020300     05  RPT-MBI                    PIC X(11).
020400     05  FILLER                     PIC X(01) VALUE SPACES.
020500     05  RPT-WRITE-OFF-DATE         PIC 9(08).
020600     05  FILLER                     PIC X(01) VALUE SPACES.
020700     05  RPT-DUAL-ELIGIBLE          PIC X(01).
020800     05  FILLER                     PIC X(01) VALUE SPACES.
020900     05  RPT-CLAIMED-AMT            PIC Z,ZZZ,ZZ9.99.
021000     05  FILLER                     PIC X(01) VALUE SPACES.
021100     05  RPT-ALLOWED-AMT            PIC Z,ZZZ,ZZ9.99.
021200     05  FILLER                     PIC X(01) VALUE SPACES.
021300     05  RPT-REASON-TEXT            PIC X(28).
021400
021500 01  RPT-SCHEDULE-HEADING.
021600     05  FILLER                     PIC X(01) VALUE SPACES.
021700     05  FILLER                     PIC X(07) VALUE 'PROV'.
021800     05  FILLER                     PIC X(18) VALUE 'FISCAL YEAR'.
021900     05  FILLER                     PIC X(08) VALUE ' ENTRIES'.
022000     05  FILLER                     PIC X(15) VALUE
022100         '       CLAIMED'.
022200     05  FILLER                     PIC X(15) VALUE
022300         '  ALLOWED DUAL'.
022400     05  FILLER                     PIC X(15) VALUE
022500         ' ALLOWED OTHER'.
022600     05  FILLER                     PIC X(15) VALUE
022700         '    DISALLOWED'.
022800
022900 01  RPT-SCHEDULE-LINE.
023000     05  FILLER                     PIC X(01) VALUE SPACES.
023100     05  RPT-S-PROVIDER             PIC X(06).
023200     05  FILLER                     PIC X(01) VALUE SPACES.
023300     05  RPT-S-FY-BEGIN             PIC 9(08).
023400     05  FILLER                     PIC X(01) VALUE '-'.
023500     05  RPT-S-FY-END               PIC 9(08).
023600     05  FILLER                     PIC X(01) VALUE SPACES.
023700     05  RPT-S-ENTRIES              PIC ZZZ,ZZ9.
023800     05  FILLER                     PIC X(01) VALUE SPACES.
023900     05  RPT-S-CLAIMED-AMT          PIC ZZZ,ZZZ,ZZ9.99.
024000     05  FILLER                     PIC X(01) VALUE SPACES.
024100     05  RPT-S-ALLOW-DUAL-AMT       PIC ZZZ,ZZZ,ZZ9.99.
024200     05  FILLER                     PIC X(01) VALUE SPACES.
024300     05  RPT-S-ALLOW-OTHER-AMT      PIC ZZZ,ZZZ,ZZ9.99.
024400     05  FILLER                     PIC X(01) VALUE SPACES.
024500     05  RPT-S-DISALLOWED-AMT       PIC ZZZ,ZZZ,ZZ9.99.
024600
024700 01  RPT-TOTAL-LINE.
024800     05  FILLER                     PIC X(05) VALUE SPACES.
024900     05  RPT-TOTAL-TEXT             PIC X(30).
025000     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
025100     05  FILLER                     PIC X(02) VALUE SPACES.
025200     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
025300/
025400 PROCEDURE DIVISION.
025500
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE.
025800     PERFORM 2000-VALIDATE-ENTRY UNTIL LOG-END-OF-FILE.
025900     PERFORM 4000-WRITE-SCHEDULE.
026000     PERFORM 6000-PRINT-RUN-TOTALS.
026100     PERFORM 7000-TERMINATE.
026200     GOBACK.
026300/
026400 1000-INITIALIZE.
026500     OPEN INPUT  FISCAL-YEAR-MASTER.
026600     PERFORM 1100-LOAD-ONE-FY-ROW UNTIL PFY-END-OF-FILE.
026700     CLOSE FISCAL-YEAR-MASTER.
026800
026900     OPEN INPUT  BAD-DEBT-LOG-IN.
027000     OPEN INPUT  BENE-HISTORY-XREF.
027100     OPEN INPUT  CROSSOVER-STATUS.
027200     OPEN OUTPUT BAD-DEBT-SCHEDULE.
027300     OPEN OUTPUT BAD-DEBT-REPORT.
027400
027500     WRITE BDLRPT-RECORD         FROM RPT-HEADING-1.
027600     WRITE BDLRPT-RECORD         FROM RPT-HEADING-2.
027700
027800     PERFORM 2900-READ-NEXT-ENTRY.
027900/
028000 1100-LOAD-ONE-FY-ROW.
028100     READ FISCAL-YEAR-MASTER
028200         AT END MOVE 'Y'            TO WS-PFY-EOF-SWITCH
028300         NOT AT END
028400           IF WS-FY-COUNT < 5000  THEN
028500              ADD 1                 TO WS-FY-COUNT
028600              MOVE PFY-PROVIDER-NUMBER TO
028700                 WS-FY-PROVIDER (WS-FY-COUNT)
028800              MOVE PFY-FY-BEGIN-DATE TO
028900                 WS-FY-BEGIN (WS-FY-COUNT)
029000              MOVE PFY-FY-END-DATE  TO
029100                 WS-FY-END (WS-FY-COUNT)
029200           ELSE
029300              DISPLAY 'ESCALBDL - MORE THAN 5000 FISCAL-YEAR '
029400                 'ROWS - EXTRAS IGNORED'
029500              MOVE 'Y'              TO WS-PFY-EOF-SWITCH
029600           END-IF
029700     END-READ.
029800/
029900******************************************************************
030000*  ONE LOG ENTRY.  AN ENTRY WHOSE WRITE-OFF DATE FALLS IN NO     *
030100*  FISCAL YEAR ON FILE FOR THE PROVIDER CANNOT BE SCHEDULED AND  *
030200*  IS LISTED FOR THE AUDITORS.  OTHERWISE THE CHECKS RUN IN      *
030300*  ORDER AND THE FIRST FAILURE DECIDES THE REASON.               *
030400******************************************************************
030500 2000-VALIDATE-ENTRY.
030600     ADD 1                          TO WS-ENTRY-COUNT.
030700     MOVE ZERO                      TO WS-CLAIMED-AMT.
030800     IF BDL-DEDUCTIBLE-CLAIMED NUMERIC  THEN
030900        ADD BDL-DEDUCTIBLE-CLAIMED  TO WS-CLAIMED-AMT
031000     END-IF.
031100     IF BDL-COINSURANCE-CLAIMED NUMERIC  THEN
031200        ADD BDL-COINSURANCE-CLAIMED TO WS-CLAIMED-AMT
031300     END-IF.
031400     ADD WS-CLAIMED-AMT             TO WS-RUN-CLAIMED-AMT.
031500
031600     MOVE BDL-PROVIDER-NUMBER       TO RPT-PROVIDER.
031700     MOVE BDL-CLAIM-NUMBER          TO RPT-CLAIM-NUMBER.
031800     MOVE BDL-MBI                   TO RPT-MBI.
031900     MOVE BDL-WRITE-OFF-DATE        TO RPT-WRITE-OFF-DATE.
032000     MOVE BDL-DUAL-ELIGIBLE         TO RPT-DUAL-ELIGIBLE.
032100     MOVE WS-CLAIMED-AMT            TO RPT-CLAIMED-AMT.
032200     MOVE SPACES                    TO RPT-REASON-TEXT.
032300
032400     PERFORM 2100-FIND-FISCAL-YEAR.
032500     IF WS-FY-MATCH-SUB = ZERO  THEN
032600        ADD 1                       TO WS-NO-FY-COUNT
032700        ADD WS-CLAIMED-AMT          TO WS-RUN-DISALLOWED-AMT
032800        MOVE ZERO                   TO RPT-ALLOWED-AMT
032900        MOVE 'NO FISCAL YEAR FOR WRITEOFF' TO RPT-REASON-TEXT
033000        WRITE BDLRPT-RECORD  FROM RPT-DETAIL-LINE
033100     ELSE
033200        PERFORM 2200-CHECK-ENTRY
033300        PERFORM 2500-POST-BUCKET
033400        IF NOT ENTRY-ALLOWED  THEN
033500           MOVE WS-ALLOWED-AMT      TO RPT-ALLOWED-AMT
033600           WRITE BDLRPT-RECORD  FROM RPT-DETAIL-LINE
033700        END-IF
033800     END-IF.
033900
034000     PERFORM 2900-READ-NEXT-ENTRY.
034100/
034200 2100-FIND-FISCAL-YEAR.
034300     MOVE ZERO                      TO WS-FY-MATCH-SUB.
034400     PERFORM 2110-TEST-ONE-FISCAL-YEAR
034500        VARYING WS-FY-SUB FROM 1 BY 1
034600        UNTIL WS-FY-SUB > WS-FY-COUNT
034700           OR WS-FY-MATCH-SUB > ZERO.
034800/
034900 2110-TEST-ONE-FISCAL-YEAR.
035000     IF WS-FY-PROVIDER (WS-FY-SUB) = BDL-PROVIDER-NUMBER  AND
035100        BDL-WRITE-OFF-DATE >= WS-FY-BEGIN (WS-FY-SUB)  AND
035200        BDL-WRITE-OFF-DATE <= WS-FY-END (WS-FY-SUB)  THEN
035300        MOVE WS-FY-SUB              TO WS-FY-MATCH-SUB
035400     END-IF.
035500/
035600******************************************************************
035700*  THE CLAIM MUST BE ON THE CROSS-REFERENCE FOR THIS PROVIDER    *
035800*  AND BENEFICIARY INSIDE THE ENTRY'S DATES; THE DEDUCTIBLE AND  *
035900*  COINSURANCE ALLOWED ARE EACH CAPPED AT WHAT THE CLAIM'S PAID  *
036000*  LINES ASSIGNED; AND A DUAL-ELIGIBLE ENTRY NEEDS A CROSSOVER.  *
036100******************************************************************
036200 2200-CHECK-ENTRY.
036300     MOVE 'A'                       TO WS-ENTRY-RESULT.
036400     MOVE ZERO                      TO WS-ALLOWED-AMT
036500                                       WS-DISALLOWED-AMT.
036600     IF BDL-CLAIM-NUMBER = SPACES  OR
036700        BDL-MBI = SPACES  OR
036800        BDL-FROM-DATE NOT NUMERIC  OR
036900        BDL-THRU-DATE NOT NUMERIC  OR
037000        BDL-FROM-DATE = ZERO  OR
037100        BDL-THRU-DATE < BDL-FROM-DATE  THEN
037200        MOVE 'D'                    TO WS-ENTRY-RESULT
037300        MOVE 'ENTRY INCOMPLETE'     TO RPT-REASON-TEXT
037400     ELSE
037500        PERFORM 2300-TOTAL-CLAIM-COST-SHARE
037600        IF WS-CLAIM-LINE-COUNT = ZERO  THEN
037700           MOVE 'D'                 TO WS-ENTRY-RESULT
037800           MOVE 'CLAIM NOT ON FILE' TO RPT-REASON-TEXT
037900        ELSE
038000        IF WS-PAID-LINE-COUNT = ZERO  THEN
038100           MOVE 'D'                 TO WS-ENTRY-RESULT
038200           MOVE 'CLAIM NOT PAID'    TO RPT-REASON-TEXT
038300        ELSE
038400        IF BDL-IS-DUAL-ELIGIBLE  THEN
038500           PERFORM 2400-CHECK-CROSSOVER
038600           IF CROSSOVER-NOT-FOUND  THEN
038700              MOVE 'D'              TO WS-ENTRY-RESULT
038800              MOVE 'DUAL - NO CROSSOVER ON FILE' TO
038900                                       RPT-REASON-TEXT
039000           END-IF
039100        END-IF
039200        END-IF
039300        END-IF
039400     END-IF.
039500
039600     IF NOT ENTRY-DISALLOWED  THEN
039700        PERFORM 2250-CAP-AT-ASSIGNED
039800     END-IF.
039900     MOVE WS-ALLOWED-AMT            TO RPT-ALLOWED-AMT.
040000     COMPUTE WS-DISALLOWED-AMT = WS-CLAIMED-AMT - WS-ALLOWED-AMT.
040100/
040200 2250-CAP-AT-ASSIGNED.
040300     MOVE ZERO                      TO WS-ALLOWED-DEDUCTIBLE-AMT
040400                                       WS-ALLOWED-COINSURANCE-AMT.
040500     IF BDL-DEDUCTIBLE-CLAIMED NUMERIC  THEN
040600        IF BDL-DEDUCTIBLE-CLAIMED > WS-ASSIGNED-DEDUCTIBLE-AMT
040700           THEN
040800           MOVE WS-ASSIGNED-DEDUCTIBLE-AMT TO
040900                                       WS-ALLOWED-DEDUCTIBLE-AMT
041000        ELSE
041100           MOVE BDL-DEDUCTIBLE-CLAIMED TO
041200                                       WS-ALLOWED-DEDUCTIBLE-AMT
041300        END-IF
041400     END-IF.
041500     IF BDL-COINSURANCE-CLAIMED NUMERIC  THEN
041600        IF BDL-COINSURANCE-CLAIMED > WS-ASSIGNED-COINSURANCE-AMT
041700           THEN
041800           MOVE WS-ASSIGNED-COINSURANCE-AMT TO
041900                                       WS-ALLOWED-COINSURANCE-AMT
042000        ELSE
042100           MOVE BDL-COINSURANCE-CLAIMED TO
042200                                       WS-ALLOWED-COINSURANCE-AMT
042300        END-IF
042400     END-IF.
042500     COMPUTE WS-ALLOWED-AMT =
042600        WS-ALLOWED-DEDUCTIBLE-AMT + WS-ALLOWED-COINSURANCE-AMT.
042700     IF WS-ALLOWED-AMT < WS-CLAIMED-AMT  THEN
042800        MOVE 'P'                    TO WS-ENTRY-RESULT
042900        MOVE 'EXCEEDS DED/COINS ASSIGNED' TO RPT-REASON-TEXT
043000     END-IF.
043100/
043200******************************************************************
043300*  BROWSE THE BENEFICIARY'S CROSS-REFERENCE ACROSS THE ENTRY'S   *
043400*  DATES, TAKING ONLY THE CLAIM'S OWN LINES.  A LINE STILL       *
043500*  STANDING PAID (RTC BELOW 50) CONTRIBUTES ITS DEDUCTIBLE AND   *
043600*  COINSURANCE - A LINE APPLIED WHOLLY TO THE DEDUCTIBLE PAYS    *
043700*  NOTHING BUT STILL ASSIGNED THE BENEFICIARY ITS SHARE.         *
043800******************************************************************
043900 2300-TOTAL-CLAIM-COST-SHARE.
044000     MOVE ZERO                      TO WS-CLAIM-LINE-COUNT
044100                                       WS-PAID-LINE-COUNT
044200                                       WS-ASSIGNED-COINSURANCE-AMT
044300                                       WS-ASSIGNED-DEDUCTIBLE-AMT.
044400     MOVE 'N'                       TO WS-XREF-EOF-SWITCH.
044500     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
044600     MOVE LOW-VALUES                TO BHX-RECORD-KEY.
044700     MOVE BDL-MBI                   TO BHX-MBI.
044800     MOVE BDL-FROM-DATE             TO BHX-LINE-ITEM-DOS.
044900
045000     START BENE-HISTORY-XREF KEY IS >= BHX-RECORD-KEY
045100         INVALID KEY MOVE 'Y'       TO WS-XREF-EOF-SWITCH
045200     END-START.
045300
045400     PERFORM 2350-READ-ONE-XREF
045500        UNTIL XREF-END-OF-FILE.
045600
045700     PERFORM 2370-CLOSE-LINE.
045800/
045900 2350-READ-ONE-XREF.
046000     READ BENE-HISTORY-XREF NEXT RECORD
046100         AT END MOVE 'Y'            TO WS-XREF-EOF-SWITCH
046200         NOT AT END
046300           IF BHX-MBI NOT = BDL-MBI  OR
046400              BHX-LINE-ITEM-DOS > BDL-THRU-DATE  THEN
046500              MOVE 'Y'              TO WS-XREF-EOF-SWITCH
046600           ELSE
046700              IF BHX-CLAIM-NUMBER = BDL-CLAIM-NUMBER  AND
046800                 BHX-PROVIDER-NUMBER = BDL-PROVIDER-NUMBER  THEN
046900                 IF LINE-ACTIVE  AND
047000                    (BHX-LINE-ITEM-DOS NOT = WS-LINE-DOS  OR
047100                     BHX-REV-CODE NOT = WS-LINE-REV-CODE)  THEN
047200                    PERFORM 2370-CLOSE-LINE
047300                 END-IF
047400                 MOVE 'Y'           TO WS-LINE-ACTIVE-SWITCH
047500                 MOVE BHX-LINE-ITEM-DOS TO WS-LINE-DOS
047600                 MOVE BHX-REV-CODE  TO WS-LINE-REV-CODE
047700                 MOVE BHX-PPS-RTC   TO WS-LINE-RTC
047800                 MOVE ZERO          TO WS-LINE-DEDUCTIBLE-AMT
047900                                       WS-LINE-COINSURANCE-AMT
048000                 IF BHX-DEDUCTIBLE-AMT NUMERIC  THEN
048100                    MOVE BHX-DEDUCTIBLE-AMT TO
048200                                       WS-LINE-DEDUCTIBLE-AMT
048300                 END-IF
048400                 IF BHX-COINSURANCE-AMT NUMERIC  THEN
048500                    MOVE BHX-COINSURANCE-AMT TO
048600                                       WS-LINE-COINSURANCE-AMT
048700                 END-IF
048800              END-IF
048900           END-IF
049000     END-READ.
049100/
049200 2370-CLOSE-LINE.
049300     IF LINE-ACTIVE  THEN
049400        ADD 1                       TO WS-CLAIM-LINE-COUNT
049500        IF WS-LINE-RTC < 50  THEN
049600           ADD 1                    TO WS-PAID-LINE-COUNT
049700           ADD WS-LINE-DEDUCTIBLE-AMT TO
049800                                       WS-ASSIGNED-DEDUCTIBLE-AMT
049900           ADD WS-LINE-COINSURANCE-AMT TO
050000                                       WS-ASSIGNED-COINSURANCE-AMT
050100        END-IF
050200     END-IF.
050300     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
050400/
050500******************************************************************
050600*  ANY CROSSOVER DETAIL CUT FOR THE CLAIM COUNTS - A DETAIL THE  *
050700*  STATE REJECTED STILL SHOWS THE STATE WAS BILLED, AND THE      *
050800*  FACILITY WAS TOLD TO BILL IT DIRECTLY.                        *
050900******************************************************************
051000 2400-CHECK-CROSSOVER.
051100     MOVE 'N'                       TO WS-XST-FOUND-SWITCH.
051200     MOVE 'N'                       TO WS-XST-EOF-SWITCH.
051300     MOVE BDL-PROVIDER-NUMBER       TO XST-PROVIDER-NUMBER.
051400     MOVE BDL-CLAIM-NUMBER          TO XST-CLAIM-NUMBER.
051500     MOVE ZERO                      TO XST-LINE-ITEM-DATE-SERVICE.
051600
051700     START CROSSOVER-STATUS KEY IS >= XST-RECORD-KEY
051800         INVALID KEY MOVE 'Y'       TO WS-XST-EOF-SWITCH
051900     END-START.
052000
052100     IF XST-NOT-END-OF-FILE  THEN
052200        READ CROSSOVER-STATUS NEXT RECORD
052300            AT END MOVE 'Y'         TO WS-XST-EOF-SWITCH
052400            NOT AT END
052500              IF XST-PROVIDER-NUMBER = BDL-PROVIDER-NUMBER  AND
052600                 XST-CLAIM-NUMBER = BDL-CLAIM-NUMBER  THEN
052700                 MOVE 'Y'           TO WS-XST-FOUND-SWITCH
052800              END-IF
052900        END-READ
053000     END-IF.
053100/
053200 2500-POST-BUCKET.
053300     MOVE ZERO                      TO WS-BKT-MATCH-SUB.
053400     PERFORM 2510-TEST-ONE-BUCKET
053500        VARYING WS-BKT-SUB FROM 1 BY 1
053600        UNTIL WS-BKT-SUB > WS-BKT-COUNT
053700           OR WS-BKT-MATCH-SUB > ZERO.
053800
053900     IF WS-BKT-MATCH-SUB = ZERO  THEN
054000        IF WS-BKT-COUNT < 2000  THEN
054100           ADD 1                    TO WS-BKT-COUNT
054200           MOVE WS-BKT-COUNT        TO WS-BKT-MATCH-SUB
054300           INITIALIZE WS-BKT-ENTRY (WS-BKT-MATCH-SUB)
054400           MOVE BDL-PROVIDER-NUMBER TO
054500              WS-BKT-PROVIDER (WS-BKT-MATCH-SUB)
054600           MOVE WS-FY-BEGIN (WS-FY-MATCH-SUB) TO
054700              WS-BKT-FY-BEGIN (WS-BKT-MATCH-SUB)
054800           MOVE WS-FY-END (WS-FY-MATCH-SUB) TO
054900              WS-BKT-FY-END (WS-BKT-MATCH-SUB)
055000        ELSE
055100           DISPLAY 'ESCALBDL - SCHEDULE BUCKET TABLE FULL - '
055200              'ENTRY NOT SCHEDULED'
055300        END-IF
055400     END-IF.
055500
055600     EVALUATE TRUE
055700        WHEN ENTRY-ALLOWED
055800           ADD 1                    TO WS-ALLOWED-COUNT
055900        WHEN ENTRY-PARTLY-ALLOWED
056000           ADD 1                    TO WS-PARTLY-COUNT
056100        WHEN OTHER
056200           ADD 1                    TO WS-DISALLOWED-COUNT
056300     END-EVALUATE.
056400     ADD WS-ALLOWED-AMT             TO WS-RUN-ALLOWED-AMT.
056500     ADD WS-DISALLOWED-AMT          TO WS-RUN-DISALLOWED-AMT.
056600
056700     IF WS-BKT-MATCH-SUB > ZERO  THEN
056800        ADD 1                       TO
056900           WS-BKT-ENTRY-COUNT (WS-BKT-MATCH-SUB)
057000        IF ENTRY-DISALLOWED  THEN
057100           ADD 1                    TO
057200              WS-BKT-DISALLOWED-COUNT (WS-BKT-MATCH-SUB)
057300        END-IF
057400        ADD WS-CLAIMED-AMT          TO
057500           WS-BKT-CLAIMED-AMT (WS-BKT-MATCH-SUB)
057600        IF BDL-IS-DUAL-ELIGIBLE  THEN
057700           ADD WS-ALLOWED-AMT       TO
057800              WS-BKT-ALLOW-DUAL-AMT (WS-BKT-MATCH-SUB)
057900        ELSE
058000           ADD WS-ALLOWED-AMT       TO
058100              WS-BKT-ALLOW-OTHER-AMT (WS-BKT-MATCH-SUB)
058200        END-IF
058300        ADD WS-DISALLOWED-AMT       TO
058400           WS-BKT-DISALLOWED-AMT (WS-BKT-MATCH-SUB)
058500     END-IF.
058600/
058700 2510-TEST-ONE-BUCKET.
058800     IF WS-BKT-PROVIDER (WS-BKT-SUB) = BDL-PROVIDER-NUMBER  AND
058900        WS-BKT-FY-BEGIN (WS-BKT-SUB) =
059000        WS-FY-BEGIN (WS-FY-MATCH-SUB)  THEN
059100        MOVE WS-BKT-SUB             TO WS-BKT-MATCH-SUB
059200     END-IF.
059300/
059400 2900-READ-NEXT-ENTRY.
059500     READ BAD-DEBT-LOG-IN
059600         AT END MOVE 'Y'            TO WS-LOG-EOF-SWITCH
059700     END-READ.
059800/
059900******************************************************************
060000*  THE SCHEDULE - ONE RECORD PER PROVIDER FISCAL YEAR FOR THE    *
060100*  SETTLEMENT EXTRACT, AND THE SAME FIGURES ON THE REPORT.       *
060200******************************************************************
060300 4000-WRITE-SCHEDULE.
060400     MOVE SPACES                    TO BDLRPT-RECORD.
060500     WRITE BDLRPT-RECORD.
060600     WRITE BDLRPT-RECORD         FROM RPT-SCHEDULE-HEADING.
060700     PERFORM 4100-WRITE-ONE-BUCKET
060800        VARYING WS-BKT-SUB FROM 1 BY 1
060900        UNTIL WS-BKT-SUB > WS-BKT-COUNT.
061000/
061100 4100-WRITE-ONE-BUCKET.
061200     MOVE SPACES                    TO BAD-DEBT-SCHEDULE-RECORD.
061300     MOVE WS-BKT-PROVIDER (WS-BKT-SUB) TO BDS-PROVIDER-NUMBER.
061400     MOVE WS-BKT-FY-BEGIN (WS-BKT-SUB) TO BDS-FY-BEGIN-DATE.
061500     MOVE WS-BKT-FY-END (WS-BKT-SUB) TO BDS-FY-END-DATE.
061600     MOVE WS-BKT-ENTRY-COUNT (WS-BKT-SUB) TO BDS-ENTRY-COUNT.
061700     MOVE WS-BKT-DISALLOWED-COUNT (WS-BKT-SUB) TO
061800                                       BDS-DISALLOWED-COUNT.
061900     MOVE WS-BKT-CLAIMED-AMT (WS-BKT-SUB) TO BDS-CLAIMED-AMT.
062000     MOVE WS-BKT-ALLOW-DUAL-AMT (WS-BKT-SUB) TO
062100                                       BDS-ALLOWABLE-DUAL-AMT.
062200     MOVE WS-BKT-ALLOW-OTHER-AMT (WS-BKT-SUB) TO
062300                                       BDS-ALLOWABLE-OTHER-AMT.
062400     MOVE WS-BKT-DISALLOWED-AMT (WS-BKT-SUB) TO
062500                                       BDS-DISALLOWED-AMT.
062600     WRITE BAD-DEBT-SCHEDULE-RECORD.
062700
062800     MOVE WS-BKT-PROVIDER (WS-BKT-SUB) TO RPT-S-PROVIDER.
062900     MOVE WS-BKT-FY-BEGIN (WS-BKT-SUB) TO RPT-S-FY-BEGIN.
063000     MOVE WS-BKT-FY-END (WS-BKT-SUB) TO RPT-S-FY-END.
063100     MOVE WS-BKT-ENTRY-COUNT (WS-BKT-SUB) TO RPT-S-ENTRIES.
063200     MOVE WS-BKT-CLAIMED-AMT (WS-BKT-SUB) TO RPT-S-CLAIMED-AMT.
063300     MOVE WS-BKT-ALLOW-DUAL-AMT (WS-BKT-SUB) TO
063400                                       RPT-S-ALLOW-DUAL-AMT.
063500     MOVE WS-BKT-ALLOW-OTHER-AMT (WS-BKT-SUB) TO
063600                                       RPT-S-ALLOW-OTHER-AMT.
063700     MOVE WS-BKT-DISALLOWED-AMT (WS-BKT-SUB) TO
063800                                       RPT-S-DISALLOWED-AMT.
063900     WRITE BDLRPT-RECORD  FROM RPT-SCHEDULE-LINE.
064000/
064100 6000-PRINT-RUN-TOTALS.
064200     MOVE SPACES                    TO BDLRPT-RECORD.
064300     WRITE BDLRPT-RECORD.
064400
064500     MOVE 'LOG ENTRIES READ  . . . . . .' TO RPT-TOTAL-TEXT.
064600     MOVE WS-ENTRY-COUNT            TO RPT-TOTAL-COUNT.
064700     MOVE WS-RUN-CLAIMED-AMT        TO RPT-TOTAL-AMT.
064800     WRITE BDLRPT-RECORD  FROM RPT-TOTAL-LINE.
064900
065000     MOVE 'ALLOWED IN FULL . . . . . . .' TO RPT-TOTAL-TEXT.
065100     MOVE WS-ALLOWED-COUNT          TO RPT-TOTAL-COUNT.
065200     MOVE ZERO                      TO RPT-TOTAL-AMT.
065300     WRITE BDLRPT-RECORD  FROM RPT-TOTAL-LINE.
065400
065500     MOVE 'ALLOWED IN PART . . . . . . .' TO RPT-TOTAL-TEXT.
065600     MOVE WS-PARTLY-COUNT           TO RPT-TOTAL-COUNT.
065700     MOVE ZERO                      TO RPT-TOTAL-AMT.
065800     WRITE BDLRPT-RECORD  FROM RPT-TOTAL-LINE.
065900
066000     MOVE 'DISALLOWED  . . . . . . . . .' TO RPT-TOTAL-TEXT.
066100     MOVE WS-DISALLOWED-COUNT       TO RPT-TOTAL-COUNT.
066200     MOVE ZERO                      TO RPT-TOTAL-AMT.
066300     WRITE BDLRPT-RECORD  FROM RPT-TOTAL-LINE.
066400
066500     MOVE 'NO FISCAL YEAR - UNSCHEDULED ' TO RPT-TOTAL-TEXT.
066600     MOVE WS-NO-FY-COUNT            TO RPT-TOTAL-COUNT.
066700     MOVE ZERO                      TO RPT-TOTAL-AMT.
066800     WRITE BDLRPT-RECORD  FROM RPT-TOTAL-LINE.
066900
067000     MOVE 'BAD DEBT ALLOWABLE  . . . . .' TO RPT-TOTAL-TEXT.
067100     MOVE ZERO                      TO RPT-TOTAL-COUNT.
067200     MOVE WS-RUN-ALLOWED-AMT        TO RPT-TOTAL-AMT.
067300     WRITE BDLRPT-RECORD  FROM RPT-TOTAL-LINE.
067400
067500     MOVE 'BAD DEBT DISALLOWED . . . . .' TO RPT-TOTAL-TEXT.
067600     MOVE ZERO                      TO RPT-TOTAL-COUNT.
067700     MOVE WS-RUN-DISALLOWED-AMT     TO RPT-TOTAL-AMT.
067800     WRITE BDLRPT-RECORD  FROM RPT-TOTAL-LINE.
067900/
068000 7000-TERMINATE.
068100     CLOSE BAD-DEBT-LOG-IN
068200           BENE-HISTORY-XREF
068300           CROSSOVER-STATUS
068400           BAD-DEBT-SCHEDULE
068500           BAD-DEBT-REPORT.
