000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALMSP.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALMSP - NEW PROGRAM
000700*         - RETROACTIVE MSP RECOVERY.  RUNS BEHIND ESCALBMT AND
000800*           AHEAD OF ESCALRCV.  FOR EVERY GROUP HEALTH PLAN
000900*           COVERAGE ESCALBMT POSTED TONIGHT (BMTMSP), THE
001000*           BENEFICIARY'S CLAIM CROSS-REFERENCE (MBIXREF) IS
001100*           BROWSED ACROSS THE COVERAGE DATES, AND EVERY LINE
001200*           PAID AS PRIMARY WHOSE DATE OF SERVICE ESCALGHX
001300*           PLACES INSIDE THE ESRD COORDINATION PERIOD (OFF THE
001400*           EQRS REGISTRY'S FIRST-DIALYSIS DATE) IS A MEDICARE
001500*           SECONDARY PAYER RECOVERY.  EACH SUCH CLAIM OPENS A
001600*           RECEIVABLE ON RCVFILE (SOURCE 'M') FOR WHAT WE PAID
001700*           LESS WHAT WE WOULD HAVE PAID AS SECONDARY, SO THE
001800*           ESCALRCV OFFSET STEP RECOUPS IT.  THESE USED TO BE
001900*           WORKED ONE CLAIM AT A TIME FROM SPREADSHEETS.  A
002000*           CLAIM AN EARLIER RUN ALREADY OPENED (SOURCE 'M') IS
002100*           REPORTED AND LEFT ALONE, SO A RERUN CANNOT DOUBLE THE
002200*           DEBT; A BENEFICIARY WITH NO REGISTRY DIALYSIS START
002300*           IS REPORTED FOR THE MSP UNIT TO WORK BY HAND.
002400******************************************************************
002500 DATE-COMPILED.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.            IBM-Z990.
002900 OBJECT-COMPUTER.            IBM-Z990.
003000 INPUT-OUTPUT  SECTION.
003100 FILE-CONTROL.
003200     SELECT MSP-POSTINGS-IN      ASSIGN TO BMTMSP
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT BENE-HISTORY-XREF    ASSIGN TO MBIXREF
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS BHX-RECORD-KEY.
003800     SELECT RECEIVABLE-FILE      ASSIGN TO RCVFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RCV-RECORD-KEY.
004200     SELECT MSP-RECOVERY-RPT     ASSIGN TO MSPRPT
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MSP-POSTINGS-IN
004800     LABEL RECORDS ARE STANDARD
004900     RECORDING MODE IS F.
005000 COPY MSPCPY.
005100/
005200 FD  BENE-HISTORY-XREF
005300     LABEL RECORDS ARE STANDARD.
005400 COPY BHXCPY.
005500/
005600 FD  RECEIVABLE-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 COPY RCVFCPY.
005900/
006000 FD  MSP-RECOVERY-RPT
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  MSPRPT-RECORD                  PIC X(100).
006400/
006500 WORKING-STORAGE SECTION.
006600 01  W-STORAGE-REF                  PIC X(46) VALUE
006700     'ESCALMSP      - W O R K I N G   S T O R A G E'.
006800
006900 01  WS-MSP-EOF-SWITCH              PIC X(01) VALUE 'N'.
007000     88  MSP-END-OF-FILE                       VALUE 'Y'.
007100     88  MSP-NOT-END-OF-FILE                   VALUE 'N'.
007200
007300 01  WS-XREF-EOF-SWITCH             PIC X(01) VALUE 'N'.
007400     88  XREF-END-OF-FILE                      VALUE 'Y'.
007500     88  XREF-NOT-END-OF-FILE                  VALUE 'N'.
007600
007700 01  WS-RCV-EOF-SWITCH              PIC X(01) VALUE 'N'.
007800     88  RCV-END-OF-FILE                       VALUE 'Y'.
007900     88  RCV-NOT-END-OF-FILE                   VALUE 'N'.
008000
008100 01  WS-RCV-FOUND-SWITCH            PIC X(01).
008200     88  RCV-RECORD-FOUND                      VALUE 'Y'.
008300     88  RCV-RECORD-NOT-FOUND                  VALUE 'N'.
008400
008500 01  WS-TODAY                       PIC 9(08).
008600 01  WS-DIALYSIS-START-DATE         PIC 9(08).
008700 01  WS-BROWSE-END-DATE             PIC 9(08).
008800
008900******************************************************************
009000*  THE LINE IN HAND.  MBIXREF HOLDS ONE ENTRY PER PRICING OF A   *
009100*  LINE, AND THE PRICED DATE IS THE LOW-ORDER PART OF THE KEY,   *
009200*  SO AN ADJUSTED LINE'S ENTRIES ARRIVE BACK TO BACK, OLDEST     *
009300*  FIRST - THE LAST ONE READ IS WHAT THE LINE STANDS AT NOW.     *
009400******************************************************************
009500 01  WS-LINE-ACTIVE-SWITCH          PIC X(01) VALUE 'N'.
009600     88  LINE-ACTIVE                           VALUE 'Y'.
009700     88  LINE-NOT-ACTIVE                       VALUE 'N'.
009800 01  WS-LINE-IDENTITY.
009900     05  WS-LINE-DOS                PIC 9(08).
010000     05  WS-LINE-CLAIM-NUMBER       PIC X(13).
010100     05  WS-LINE-REV-CODE           PIC X(04).
010200 01  WS-LINE-PROVIDER               PIC X(06).
010300 01  WS-LINE-RTC                    PIC 9(02).
010400 01  WS-LINE-MSP-INDICATOR          PIC X(01).
010500 01  WS-LINE-PAID-AMT               PIC 9(09)V9(02).
010600 01  WS-LINE-COST-SHARE-AMT         PIC 9(09)V9(02).
010700 01  WS-LINE-SECONDARY-AMT          PIC 9(09)V9(02).
010800 01  WS-LINE-RECOVERY-AMT           PIC 9(09)V9(02).
010900
011000******************************************************************
011100*  THE BENEFICIARY'S RECOVERABLE CLAIMS, ONE ENTRY PER CLAIM,    *
011200*  GATHERED BEFORE ANY RECEIVABLE IS WRITTEN - LINES OF ONE      *
011300*  CLAIM MAY INTERLEAVE WITH ANOTHER CLAIM'S BY DATE OF SERVICE. *
011400******************************************************************
011500 01  WS-CLAIM-TABLE.
011600     05  WS-CLM-ENTRY  OCCURS 200 TIMES.
011700         10  WS-CLM-CLAIM-NUMBER    PIC X(13).
011800         10  WS-CLM-PROVIDER        PIC X(06).
011900         10  WS-CLM-LINE-COUNT      PIC 9(03).
012000         10  WS-CLM-PAID-AMT        PIC 9(09)V9(02).
012100         10  WS-CLM-RECOVERY-AMT    PIC 9(09)V9(02).
012200 01  WS-CLM-COUNT                   PIC 9(03) VALUE ZERO.
012300 01  WS-CLM-SUB                     PIC 9(03).
012400 01  WS-CLM-MATCH-SUB               PIC 9(03).
012500
012600 01  WS-POSTING-COUNT               PIC 9(07) VALUE ZERO.
012700 01  WS-NO-ONSET-COUNT              PIC 9(07) VALUE ZERO.
012800 01  WS-LINES-FOUND-COUNT           PIC 9(07) VALUE ZERO.
012900 01  WS-OPENED-COUNT                PIC 9(07) VALUE ZERO.
013000 01  WS-OPENED-AMT                  PIC 9(11)V9(02) VALUE ZERO.
013100 01  WS-SKIPPED-COUNT               PIC 9(07) VALUE ZERO.
013200 01  WS-SKIPPED-AMT                 PIC 9(11)V9(02) VALUE ZERO.
013300
013400 01  RPT-HEADING-1.
013500     05  FILLER                     PIC X(05) VALUE SPACES.
013600     05  FILLER                     PIC X(48) VALUE
013700         'RETROACTIVE MSP RECOVERY - ESRD COORDINATION'.
013800
013900 01  RPT-HEADING-2.
014000     05  FILLER                     PIC X(05) VALUE SPACES.
014100     05  FILLER                     PIC X(13) VALUE 'MBI'.
014200     05  FILLER                     PIC X(07) VALUE 'GHP'.
014300     05  FILLER                     PIC X(08) VALUE 'PROV'.
014400     05  FILLER                     PIC X(15) VALUE 'CLAIM'.
014500     05  FILLER                     PIC X(06) VALUE 'LINES'.
014600     05  FILLER                     PIC X(14) VALUE 'PAID AMT'.
014700     05  FILLER                     PIC X(14) VALUE 'RECOVERY'.
014800     05  FILLER                     PIC X(18) VALUE 'RESULT'.
014900
015000 01  RPT-DETAIL-LINE.
015100     05  FILLER                     PIC X(05) VALUE SPACES.
015200     05  RPT-MBI                    PIC X(11).
015300     05  FILLER                     PIC X(02) VALUE SPACES.
015400     05  RPT-INSURER-CODE           PIC X(05).
015500     05  FILLER                     PIC X(02) VALUE SPACES.
015600     05  RPT-PROVIDER               PIC X(06).
015700     05  FILLER                     PIC X(02) VALUE SPACES.
015800     05  RPT-CLAIM-NUMBER           PIC X(13).
015900     05  FILLER                     PIC X(02) VALUE SPACES.
016000     05  RPT-LINE-COUNT             PIC ZZ9.
016100     05  FILLER                     PIC X(02) VALUE SPACES.
016200     05  RPT-PAID-AMT               PIC Z,ZZZ,ZZ9.99.
016300     05  FILLER                     PIC X(02) VALUE SPACES.
016400     05  RPT-RECOVERY-AMT           PIC Z,ZZZ,ZZ9.99.
016500     05  FILLER                     PIC X(02) VALUE SPACES.
016600     05  RPT-RESULT-TEXT            PIC X(22).
016700
016800 01  RPT-TOTAL-LINE.
016900     05  FILLER                     PIC X(05) VALUE SPACES.
017000     05  RPT-TOTAL-TEXT             PIC X(30).
017100     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
017200     05  FILLER                     PIC X(02) VALUE SPACES.
017300     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
017400/
017500 COPY EQRXCPY.
017600/
017700 COPY GHXCPY.
017800/
017900 PROCEDURE DIVISION.
018000
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE.
018300     PERFORM 2000-PROCESS-POSTING UNTIL MSP-END-OF-FILE.
018400     PERFORM 6000-PRINT-RUN-TOTALS.
018500     PERFORM 7000-TERMINATE.
018600     GOBACK.
018700/
018800 1000-INITIALIZE.
018900     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
019000
019100     OPEN INPUT  MSP-POSTINGS-IN.
019200     OPEN INPUT  BENE-HISTORY-XREF.
019300     OPEN I-O    RECEIVABLE-FILE.
019400     OPEN OUTPUT MSP-RECOVERY-RPT.
019500
019600     WRITE MSPRPT-RECORD         FROM RPT-HEADING-1.
019700     WRITE MSPRPT-RECORD         FROM RPT-HEADING-2.
019800
019900     PERFORM 2900-READ-NEXT-POSTING.
020000/
020100******************************************************************
020200*  ONE COVERAGE POSTING.  THE COORDINATION PERIOD HANGS OFF THE  *
020300*  REGISTRY'S FIRST-DIALYSIS DATE - WITHOUT ONE THERE IS NO      *
020400*  PERIOD TO TEST AND THE POSTING GOES TO THE MSP UNIT.          *
020500******************************************************************
020600 2000-PROCESS-POSTING.
020700     ADD 1                          TO WS-POSTING-COUNT.
020800
020900     MOVE MSPP-MBI                  TO EQX-MBI.
021000     CALL 'ESCALEQX'            USING EQRS-LOOKUP-REQUEST.
021100     IF EQX-RECORD-FOUND  AND
021200        EQX-FIRST-DIALYSIS-DATE > ZERO  THEN
021300        MOVE EQX-FIRST-DIALYSIS-DATE TO WS-DIALYSIS-START-DATE
021400        MOVE ZERO                   TO WS-CLM-COUNT
021500        PERFORM 2100-BROWSE-COVERED-LINES
021600        PERFORM 2400-OPEN-ONE-RECEIVABLE
021700           VARYING WS-CLM-SUB FROM 1 BY 1
021800           UNTIL WS-CLM-SUB > WS-CLM-COUNT
021900     ELSE
022000        ADD 1                       TO WS-NO-ONSET-COUNT
022100        MOVE SPACES                 TO RPT-DETAIL-LINE
022200        MOVE MSPP-MBI               TO RPT-MBI
022300        MOVE MSPP-INSURER-CODE      TO RPT-INSURER-CODE
022400        MOVE ZERO                   TO RPT-LINE-COUNT
022500                                       RPT-PAID-AMT
022600                                       RPT-RECOVERY-AMT
022700        MOVE 'NO ONSET - WORK BY HAND' TO RPT-RESULT-TEXT
022800        WRITE MSPRPT-RECORD  FROM RPT-DETAIL-LINE
022900     END-IF.
023000
023100     PERFORM 2900-READ-NEXT-POSTING.
023200/
023300******************************************************************
023400*  POSITION ON THE COVERAGE START AND READ FORWARD UNTIL THE     *
023500*  MBI CHANGES OR THE DATE OF SERVICE PASSES THE COVERAGE END    *
023600*  (TODAY, FOR AN OPEN COVERAGE).                                *
023700******************************************************************
023800 2100-BROWSE-COVERED-LINES.
023900     IF MSPP-COVERAGE-END-DATE = ZERO  OR
024000        MSPP-COVERAGE-END-DATE > WS-TODAY  THEN
024100        MOVE WS-TODAY               TO WS-BROWSE-END-DATE
024200     ELSE
024300        MOVE MSPP-COVERAGE-END-DATE TO WS-BROWSE-END-DATE
024400     END-IF.
024500
024600     MOVE 'N'                       TO WS-XREF-EOF-SWITCH.
024700     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
024800     MOVE LOW-VALUES                TO BHX-RECORD-KEY.
024900     MOVE MSPP-MBI                  TO BHX-MBI.
025000     MOVE MSPP-COVERAGE-START-DATE  TO BHX-LINE-ITEM-DOS.
025100
025200     START BENE-HISTORY-XREF KEY IS >= BHX-RECORD-KEY
025300         INVALID KEY MOVE 'Y'       TO WS-XREF-EOF-SWITCH
025400     END-START.
025500
025600     PERFORM 2150-READ-ONE-XREF
025700        UNTIL XREF-END-OF-FILE.
025800
025900     PERFORM 2200-CLOSE-LINE.
026000/
026100 2150-READ-ONE-XREF.
026200     READ BENE-HISTORY-XREF NEXT RECORD
026300         AT END MOVE 'Y'            TO WS-XREF-EOF-SWITCH
026400         NOT AT END
026500           IF BHX-MBI NOT = MSPP-MBI  OR
026600              BHX-LINE-ITEM-DOS > WS-BROWSE-END-DATE  THEN
026700              MOVE 'Y'              TO WS-XREF-EOF-SWITCH
026800           ELSE
026900              IF LINE-ACTIVE  AND
027000                 (BHX-LINE-ITEM-DOS NOT = WS-LINE-DOS  OR
027100                  BHX-CLAIM-NUMBER NOT = WS-LINE-CLAIM-NUMBER  OR
027200                  BHX-REV-CODE NOT = WS-LINE-REV-CODE)  THEN
027300                 PERFORM 2200-CLOSE-LINE
027400              END-IF
027500              MOVE 'Y'              TO WS-LINE-ACTIVE-SWITCH
027600              MOVE BHX-LINE-ITEM-DOS TO WS-LINE-DOS
027700              MOVE BHX-CLAIM-NUMBER TO WS-LINE-CLAIM-NUMBER
027800              MOVE BHX-REV-CODE     TO WS-LINE-REV-CODE
027900              MOVE BHX-PROVIDER-NUMBER TO WS-LINE-PROVIDER
028000              MOVE BHX-PPS-RTC      TO WS-LINE-RTC
028100              MOVE BHX-MSP-INDICATOR TO WS-LINE-MSP-INDICATOR
028200              MOVE BHX-PAID-AMT     TO WS-LINE-PAID-AMT
028300              MOVE ZERO             TO WS-LINE-COST-SHARE-AMT
028400              IF BHX-DEDUCTIBLE-AMT NUMERIC  AND
028500                 BHX-COINSURANCE-AMT NUMERIC  THEN
028600                 COMPUTE WS-LINE-COST-SHARE-AMT =
028700                    BHX-DEDUCTIBLE-AMT + BHX-COINSURANCE-AMT
028800              END-IF
028900           END-IF
029000     END-READ.
029100/
029200******************************************************************
029300*  THE LINE'S LATEST PRICING STANDS.  ONLY A LINE PAID AS        *
029400*  PRIMARY (RTC BELOW 50, DOLLARS ON IT, NO MSP INDICATOR) THAT  *
029500*  ESCALGHX PUTS INSIDE A GROUP COVERAGE AND THE COORDINATION    *
029600*  PERIOD IS RECOVERABLE.  WHAT WE WOULD HAVE PAID AS SECONDARY  *
029700*  IS TAKEN AS THE BENEFICIARY'S DEDUCTIBLE AND COINSURANCE ON   *
029800*  THE LINE - THE MOST A GROUP PLAN PAYING AT LEAST MEDICARE'S   *
029900*  RATE LEAVES BEHIND - SO THE RECOVERY IS THE PAYMENT LESS      *
030000*  THAT SHARE.                                                   *
030100******************************************************************
030200 2200-CLOSE-LINE.
030300     IF LINE-ACTIVE  AND
030400        WS-LINE-RTC < 50  AND
030500        WS-LINE-PAID-AMT > ZERO  AND
030600        WS-LINE-MSP-INDICATOR NOT = 'Y'  THEN
030700        MOVE MSPP-MBI               TO GHX-MBI
030800        MOVE WS-LINE-DOS            TO GHX-DATE-OF-SERVICE
030900        MOVE WS-DIALYSIS-START-DATE TO GHX-DIALYSIS-START-DATE
031000        CALL 'ESCALGHX'         USING GHP-LOOKUP-REQUEST
031100        IF GHX-GHP-PRIMARY  THEN
031200           PERFORM 2250-ACCUMULATE-CLAIM
031300        END-IF
031400     END-IF.
031500     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
031600/
031700 2250-ACCUMULATE-CLAIM.
031800     ADD 1                          TO WS-LINES-FOUND-COUNT.
031900     IF WS-LINE-COST-SHARE-AMT > WS-LINE-PAID-AMT  THEN
032000        MOVE WS-LINE-PAID-AMT       TO WS-LINE-SECONDARY-AMT
032100     ELSE
032200        MOVE WS-LINE-COST-SHARE-AMT TO WS-LINE-SECONDARY-AMT
032300     END-IF.
032400     COMPUTE WS-LINE-RECOVERY-AMT =
032500        WS-LINE-PAID-AMT - WS-LINE-SECONDARY-AMT.
032600
032700     MOVE ZERO                      TO WS-CLM-MATCH-SUB.
032800     PERFORM VARYING WS-CLM-SUB FROM 1 BY 1
032900        UNTIL WS-CLM-SUB > WS-CLM-COUNT
033000           OR WS-CLM-MATCH-SUB > ZERO
033100        IF WS-CLM-CLAIM-NUMBER (WS-CLM-SUB) =
033200           WS-LINE-CLAIM-NUMBER  AND
033300           WS-CLM-PROVIDER (WS-CLM-SUB) = WS-LINE-PROVIDER  THEN
033400           MOVE WS-CLM-SUB          TO WS-CLM-MATCH-SUB
033500        END-IF
033600     END-PERFORM.
033700     IF WS-CLM-MATCH-SUB = ZERO  THEN
033800        IF WS-CLM-COUNT < 200  THEN
033900           ADD 1                    TO WS-CLM-COUNT
034000           MOVE WS-CLM-COUNT        TO WS-CLM-MATCH-SUB
034100           MOVE WS-LINE-CLAIM-NUMBER TO
034200              WS-CLM-CLAIM-NUMBER (WS-CLM-MATCH-SUB)
034300           MOVE WS-LINE-PROVIDER    TO
034400              WS-CLM-PROVIDER (WS-CLM-MATCH-SUB)
034500           MOVE ZERO                TO
034600              WS-CLM-LINE-COUNT (WS-CLM-MATCH-SUB)
034700              WS-CLM-PAID-AMT (WS-CLM-MATCH-SUB)
034800              WS-CLM-RECOVERY-AMT (WS-CLM-MATCH-SUB)
034900        ELSE
035000           DISPLAY 'ESCALMSP - MBI ' MSPP-MBI
035100              ' HAS OVER 200 RECOVERABLE CLAIMS - CLAIM '
035200              WS-LINE-CLAIM-NUMBER ' NOT SWEPT'
035300        END-IF
035400     END-IF.
035500     IF WS-CLM-MATCH-SUB > ZERO  THEN
035600        ADD 1                       TO
035700           WS-CLM-LINE-COUNT (WS-CLM-MATCH-SUB)
035800        ADD WS-LINE-PAID-AMT        TO
035900           WS-CLM-PAID-AMT (WS-CLM-MATCH-SUB)
036000        ADD WS-LINE-RECOVERY-AMT    TO
036100           WS-CLM-RECOVERY-AMT (WS-CLM-MATCH-SUB)
036200     END-IF.
036300/
036400******************************************************************
036500*  OPEN THE RECEIVABLE FOR ONE RECOVERABLE CLAIM - UNLESS AN     *
036600*  EARLIER MSP POSTING ALREADY OPENED ONE FOR THE CLAIM (SOURCE  *
036700*  'M', ANY SETUP DATE); ONE ANOTHER JOB RAISED (A VOID, A DEATH *
036750*  SWEEP) DOES NOT STOP IT.  A CLAIM WHOSE SECONDARY SHARE       *
036800*  COVERS THE WHOLE PAYMENT HAS NOTHING TO RECOVER.              *
037000******************************************************************
037100 2400-OPEN-ONE-RECEIVABLE.
037200     MOVE MSPP-MBI                  TO RPT-MBI.
037300     MOVE MSPP-INSURER-CODE         TO RPT-INSURER-CODE.
037400     MOVE WS-CLM-PROVIDER (WS-CLM-SUB) TO RPT-PROVIDER.
037500     MOVE WS-CLM-CLAIM-NUMBER (WS-CLM-SUB) TO RPT-CLAIM-NUMBER.
037600     MOVE WS-CLM-LINE-COUNT (WS-CLM-SUB) TO RPT-LINE-COUNT.
037700     MOVE WS-CLM-PAID-AMT (WS-CLM-SUB) TO RPT-PAID-AMT.
037800     MOVE WS-CLM-RECOVERY-AMT (WS-CLM-SUB) TO RPT-RECOVERY-AMT.
037900
038000     IF WS-CLM-RECOVERY-AMT (WS-CLM-SUB) = ZERO  THEN
038100        MOVE 'NOTHING TO RECOVER'   TO RPT-RESULT-TEXT
038200     ELSE
038300        PERFORM 2450-CHECK-CLAIM-ON-LEDGER
038400        IF RCV-RECORD-FOUND  THEN
038500           ADD 1                    TO WS-SKIPPED-COUNT
038600           ADD WS-CLM-RECOVERY-AMT (WS-CLM-SUB) TO WS-SKIPPED-AMT
038700           MOVE 'ON RCVFILE - SKIPPED' TO RPT-RESULT-TEXT
038800        ELSE
038900           INITIALIZE RECEIVABLE-MASTER-RECORD
039000           MOVE WS-CLM-PROVIDER (WS-CLM-SUB) TO
039100                                    RCV-PROVIDER-NUMBER
039200           MOVE WS-CLM-CLAIM-NUMBER (WS-CLM-SUB) TO
039300                                    RCV-CLAIM-NUMBER
039400           MOVE WS-TODAY            TO RCV-SETUP-DATE
039500           MOVE 'O'                 TO RCV-STATUS-CODE
039600           MOVE 'M'                 TO RCV-SOURCE-CODE
039700           MOVE WS-CLM-RECOVERY-AMT (WS-CLM-SUB) TO
039800                                    RCV-ORIGINAL-AMT
039900           MOVE ZERO                TO RCV-RECOVERED-AMT
040000           MOVE WS-TODAY            TO RCV-LAST-ACTIVITY-DATE
040100           WRITE RECEIVABLE-MASTER-RECORD
040200           ADD 1                    TO WS-OPENED-COUNT
040300           ADD WS-CLM-RECOVERY-AMT (WS-CLM-SUB) TO WS-OPENED-AMT
040400           MOVE 'RECEIVABLE OPENED' TO RPT-RESULT-TEXT
040500        END-IF
040600     END-IF.
040700
040800     WRITE MSPRPT-RECORD  FROM RPT-DETAIL-LINE.
040900/
041000 2450-CHECK-CLAIM-ON-LEDGER.
041100     MOVE 'N'                       TO WS-RCV-FOUND-SWITCH.
041200     MOVE 'N'                       TO WS-RCV-EOF-SWITCH.
041300     MOVE WS-CLM-PROVIDER (WS-CLM-SUB) TO RCV-PROVIDER-NUMBER.
041400     MOVE WS-CLM-CLAIM-NUMBER (WS-CLM-SUB) TO RCV-CLAIM-NUMBER.
041500     MOVE ZERO                      TO RCV-SETUP-DATE.
041600
041700     START RECEIVABLE-FILE KEY IS >= RCV-RECORD-KEY
041800         INVALID KEY MOVE 'Y'       TO WS-RCV-EOF-SWITCH
041900     END-START.
042000
042050     PERFORM 2460-READ-NEXT-RECEIVABLE
042100        UNTIL RCV-END-OF-FILE  OR  RCV-RECORD-FOUND.
042150/
042200******************************************************************
042250*  ONE RECORD OF THE CLAIM'S BROWSE.  EVERY SETUP DATE FOR THE   *
042300*  PROVIDER AND CLAIM IS READ; ONLY A RECEIVABLE THIS JOB RAISED *
042350*  (SOURCE 'M') COUNTS AS ALREADY OPEN.  THE FIRST RECORD PAST   *
042400*  THE CLAIM ENDS THE BROWSE.                                    *
042450******************************************************************
042500 2460-READ-NEXT-RECEIVABLE.
042550     READ RECEIVABLE-FILE NEXT RECORD
042600         AT END MOVE 'Y'            TO WS-RCV-EOF-SWITCH
042650         NOT AT END
042700           IF RCV-PROVIDER-NUMBER =
042750              WS-CLM-PROVIDER (WS-CLM-SUB)  AND
042800              RCV-CLAIM-NUMBER =
042850              WS-CLM-CLAIM-NUMBER (WS-CLM-SUB)  THEN
042900              IF RCV-SOURCE-CODE = 'M'  THEN
042950                 MOVE 'Y'           TO WS-RCV-FOUND-SWITCH
043000              END-IF
043050           ELSE
043100              MOVE 'Y'              TO WS-RCV-EOF-SWITCH
043150           END-IF
043200     END-READ.
043300/
043400 2900-READ-NEXT-POSTING.
043500     READ MSP-POSTINGS-IN
043600         AT END MOVE 'Y'            TO WS-MSP-EOF-SWITCH
043700     END-READ.
043800/
043900 6000-PRINT-RUN-TOTALS.
044000     MOVE 'COVERAGE POSTINGS READ  . . .' TO RPT-TOTAL-TEXT.
044100     MOVE WS-POSTING-COUNT          TO RPT-TOTAL-COUNT.
044200     MOVE ZERO                      TO RPT-TOTAL-AMT.
044300     WRITE MSPRPT-RECORD  FROM RPT-TOTAL-LINE.
044400
044500     MOVE 'NO REGISTRY ONSET (BY HAND) .' TO RPT-TOTAL-TEXT.
044600     MOVE WS-NO-ONSET-COUNT         TO RPT-TOTAL-COUNT.
044700     MOVE ZERO                      TO RPT-TOTAL-AMT.
044800     WRITE MSPRPT-RECORD  FROM RPT-TOTAL-LINE.
044900
045000     MOVE 'PRIMARY-PAID LINES FOUND  . .' TO RPT-TOTAL-TEXT.
045100     MOVE WS-LINES-FOUND-COUNT      TO RPT-TOTAL-COUNT.
045200     MOVE ZERO                      TO RPT-TOTAL-AMT.
045300     WRITE MSPRPT-RECORD  FROM RPT-TOTAL-LINE.
045400
045500     MOVE 'RECEIVABLES OPENED  . . . . .' TO RPT-TOTAL-TEXT.
045600     MOVE WS-OPENED-COUNT           TO RPT-TOTAL-COUNT.
045700     MOVE WS-OPENED-AMT             TO RPT-TOTAL-AMT.
045800     WRITE MSPRPT-RECORD  FROM RPT-TOTAL-LINE.
045900
046000     MOVE 'CLAIMS ALREADY ON RCVFILE . .' TO RPT-TOTAL-TEXT.
046100     MOVE WS-SKIPPED-COUNT          TO RPT-TOTAL-COUNT.
046200     MOVE WS-SKIPPED-AMT            TO RPT-TOTAL-AMT.
046300     WRITE MSPRPT-RECORD  FROM RPT-TOTAL-LINE.
046400/
046500 7000-TERMINATE.
046600     CLOSE MSP-POSTINGS-IN
046700           BENE-HISTORY-XREF
046800           RECEIVABLE-FILE
046900           MSP-RECOVERY-RPT.
