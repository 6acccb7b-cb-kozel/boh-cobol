000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALDTH.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALDTH - NEW PROGRAM
000700*         - POST-DEATH PAYMENT RECOVERY SWEEP.  RUNS BEHIND
000800*           ESCALBMT AND AHEAD OF ESCALRCV.  FOR EVERY DATE OF
000900*           DEATH ESCALBMT POSTED TONIGHT (BMTDTH), THE
001000*           BENEFICIARY'S CLAIM CROSS-REFERENCE (MBIXREF) IS
001100*           BROWSED FROM THE DAY AFTER THE DEATH FORWARD, AND
001200*           EVERY CLAIM WITH A LINE PAID FOR A DATE OF SERVICE
001300*           AFTER THE DEATH OPENS A RECEIVABLE ON RCVFILE (SOURCE
001400*           'D') FOR THE DOLLARS PAID ON THOSE LINES, SO THE
001500*           ESCALRCV OFFSET STEP RECOUPS THEM OUT OF THE
001600*           PROVIDER'S NEXT PAID CLAIMS.  THESE RECOVERIES USED
001700*           TO REACH US ONLY THROUGH CMS IMPROPER-PAYMENT AUDITS,
001800*           MONTHS AFTER THE FACT.  A CLAIM AN EARLIER SWEEP
001900*           ALREADY OPENED (SOURCE 'D') IS REPORTED AND LEFT
002000*           ALONE, SO A RERUN CANNOT DOUBLE THE DEBT.
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-Z990.
002700 OBJECT-COMPUTER.            IBM-Z990.
002800 INPUT-OUTPUT  SECTION.
002900 FILE-CONTROL.
003000     SELECT DEATH-POSTINGS-IN    ASSIGN TO BMTDTH
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT BENE-HISTORY-XREF    ASSIGN TO MBIXREF
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS BHX-RECORD-KEY.
003600     SELECT RECEIVABLE-FILE      ASSIGN TO RCVFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS RCV-RECORD-KEY.
004000     SELECT DEATH-RECOVERY-RPT   ASSIGN TO DTHRPT
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DEATH-POSTINGS-IN
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 COPY DTHCPY.
004900/
005000 FD  BENE-HISTORY-XREF
005100     LABEL RECORDS ARE STANDARD.
005200 COPY BHXCPY.
005300/
005400 FD  RECEIVABLE-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 COPY RCVFCPY.
005700/
005800 FD  DEATH-RECOVERY-RPT
005900     LABEL RECORDS ARE STANDARD
006000     RECORDING MODE IS F.
006100 01  DTHRPT-RECORD                  PIC X(100).
006200/
006300 WORKING-STORAGE SECTION.
006400 01  W-STORAGE-REF                  PIC X(46) VALUE
006500     'ESCALDTH      - W O R K I N G   S T O R A G E'.
006600
006700 01  WS-DTH-EOF-SWITCH              PIC X(01) VALUE 'N'.
006800     88  DTH-END-OF-FILE                       VALUE 'Y'.
006900     88  DTH-NOT-END-OF-FILE                   VALUE 'N'.
007000
007100 01  WS-XREF-EOF-SWITCH             PIC X(01) VALUE 'N'.
007200     88  XREF-END-OF-FILE                      VALUE 'Y'.
007300     88  XREF-NOT-END-OF-FILE                  VALUE 'N'.
007400
007500 01  WS-RCV-EOF-SWITCH              PIC X(01) VALUE 'N'.
007600     88  RCV-END-OF-FILE                       VALUE 'Y'.
007700     88  RCV-NOT-END-OF-FILE                   VALUE 'N'.
007800
007900 01  WS-RCV-FOUND-SWITCH            PIC X(01).
008000     88  RCV-RECORD-FOUND                      VALUE 'Y'.
008100     88  RCV-RECORD-NOT-FOUND                  VALUE 'N'.
008200
008300 01  WS-TODAY                       PIC 9(08).
008400
008500******************************************************************
008600*  THE LINE IN HAND.  MBIXREF HOLDS ONE ENTRY PER PRICING OF A   *
008700*  LINE, AND THE PRICED DATE IS THE LOW-ORDER PART OF THE KEY,   *
008800*  SO AN ADJUSTED LINE'S ENTRIES ARRIVE BACK TO BACK, OLDEST     *
008900*  FIRST - THE LAST ONE READ IS WHAT THE LINE STANDS AT NOW.     *
009000******************************************************************
009100 01  WS-LINE-ACTIVE-SWITCH          PIC X(01) VALUE 'N'.
009200     88  LINE-ACTIVE                           VALUE 'Y'.
009300     88  LINE-NOT-ACTIVE                       VALUE 'N'.
009400 01  WS-LINE-IDENTITY.
009500     05  WS-LINE-DOS                PIC 9(08).
009600     05  WS-LINE-CLAIM-NUMBER       PIC X(13).
009700     05  WS-LINE-REV-CODE           PIC X(04).
009800 01  WS-LINE-PROVIDER               PIC X(06).
009900 01  WS-LINE-RTC                    PIC 9(02).
010000 01  WS-LINE-PAID-AMT               PIC 9(09)V9(02).
010100
010200******************************************************************
010300*  THE BENEFICIARY'S POST-DEATH CLAIMS, ONE ENTRY PER CLAIM.     *
010400*  LINES OF ONE CLAIM MAY INTERLEAVE WITH ANOTHER CLAIM'S BY     *
010500*  DATE OF SERVICE, SO THE DOLLARS ARE GATHERED HERE BEFORE ANY  *
010600*  RECEIVABLE IS WRITTEN.                                        *
010700******************************************************************
010800 01  WS-CLAIM-TABLE.
010900     05  WS-CLM-ENTRY  OCCURS 200 TIMES.
011000         10  WS-CLM-CLAIM-NUMBER    PIC X(13).
011100         10  WS-CLM-PROVIDER        PIC X(06).
011200         10  WS-CLM-FIRST-DOS       PIC 9(08).
011300         10  WS-CLM-LINE-COUNT      PIC 9(03).
011400         10  WS-CLM-PAID-AMT        PIC 9(09)V9(02).
011500 01  WS-CLM-COUNT                   PIC 9(03) VALUE ZERO.
011600 01  WS-CLM-SUB                     PIC 9(03).
011700 01  WS-CLM-MATCH-SUB               PIC 9(03).
011800
011900 01  WS-POSTING-COUNT               PIC 9(07) VALUE ZERO.
012000 01  WS-RESCINDED-COUNT             PIC 9(07) VALUE ZERO.
012100 01  WS-LINES-FOUND-COUNT           PIC 9(07) VALUE ZERO.
012200 01  WS-OPENED-COUNT                PIC 9(07) VALUE ZERO.
012300 01  WS-OPENED-AMT                  PIC 9(11)V9(02) VALUE ZERO.
012400 01  WS-SKIPPED-COUNT               PIC 9(07) VALUE ZERO.
012500 01  WS-SKIPPED-AMT                 PIC 9(11)V9(02) VALUE ZERO.
012600
012700 01  RPT-HEADING-1.
012800     05  FILLER                     PIC X(05) VALUE SPACES.
012900     05  FILLER                     PIC X(48) VALUE
013000         'POST-DEATH PAYMENT RECOVERY SWEEP'.
013100
013200 01  RPT-HEADING-2.
013300     05  FILLER                     PIC X(05) VALUE SPACES.
013400     05  FILLER                     PIC X(13) VALUE 'MBI'.
013500     05  FILLER                     PIC X(10) VALUE 'DEATH'.
013600     05  FILLER                     PIC X(08) VALUE 'PROV'.
013700     05  FILLER                     PIC X(15) VALUE 'CLAIM'.
013800     05  FILLER                     PIC X(06) VALUE 'LINES'.
013900     05  FILLER                     PIC X(14) VALUE 'PAID AMT'.
014000     05  FILLER                     PIC X(20) VALUE 'RESULT'.
014100
014200 01  RPT-DETAIL-LINE.
014300     05  FILLER                     PIC X(05) VALUE SPACES.
014400     05  RPT-MBI                    PIC X(11).
014500     05  FILLER                     PIC X(02) VALUE SPACES.
014600     05  RPT-DEATH-DATE             PIC 9(08).
014700     05  FILLER                     PIC X(02) VALUE SPACES.
014800     05  RPT-PROVIDER               PIC X(06).
014900     05  FILLER                     PIC X(02) VALUE SPACES.
015000     05  RPT-CLAIM-NUMBER           PIC X(13).
015100     05  FILLER                     PIC X(02) VALUE SPACES.
015200     05  RPT-LINE-COUNT             PIC ZZ9.
015300     05  FILLER                     PIC X(02) VALUE SPACES.
015400     05  RPT-PAID-AMT               PIC Z,ZZZ,ZZ9.99.
015500     05  FILLER                     PIC X(02) VALUE SPACES.
015600     05  RPT-RESULT-TEXT            PIC X(30).
015700
015800 01  RPT-TOTAL-LINE.
015900     05  FILLER                     PIC X(05) VALUE SPACES.
016000     05  RPT-TOTAL-TEXT             PIC X(30).
016100     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
016200     05  FILLER                     PIC X(02) VALUE SPACES.
016300     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
016400/
016500 PROCEDURE DIVISION.
016600
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE.
016900     PERFORM 2000-PROCESS-POSTING UNTIL DTH-END-OF-FILE.
017000     PERFORM 6000-PRINT-RUN-TOTALS.
017100     PERFORM 7000-TERMINATE.
017200     GOBACK.
017300/
017400 1000-INITIALIZE.
017500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
017600
017700     OPEN INPUT  DEATH-POSTINGS-IN.
017800     OPEN INPUT  BENE-HISTORY-XREF.
017900     OPEN I-O    RECEIVABLE-FILE.
018000     OPEN OUTPUT DEATH-RECOVERY-RPT.
018100
018200     WRITE DTHRPT-RECORD         FROM RPT-HEADING-1.
018300     WRITE DTHRPT-RECORD         FROM RPT-HEADING-2.
018400
018500     PERFORM 2900-READ-NEXT-POSTING.
018600/
018700******************************************************************
018800*  ONE DEATH POSTING - A RESCISSION (ZERO DATE) HAS NOTHING TO   *
018900*  RECOVER.  OTHERWISE GATHER THE BENEFICIARY'S POST-DEATH PAID  *
019000*  CLAIMS AND OPEN A RECEIVABLE FOR EACH.                        *
019100******************************************************************
019200 2000-PROCESS-POSTING.
019300     ADD 1                          TO WS-POSTING-COUNT.
019400
019500     IF DTH-DEATH-DATE = ZERO  THEN
019600        ADD 1                       TO WS-RESCINDED-COUNT
019700     ELSE
019800        MOVE ZERO                   TO WS-CLM-COUNT
019900        PERFORM 2100-BROWSE-POST-DEATH-LINES
020000        PERFORM 2400-OPEN-ONE-RECEIVABLE
020100           VARYING WS-CLM-SUB FROM 1 BY 1
020200           UNTIL WS-CLM-SUB > WS-CLM-COUNT
020300     END-IF.
020400
020500     PERFORM 2900-READ-NEXT-POSTING.
020600/
020700******************************************************************
020800*  POSITION JUST PAST THE DATE OF DEATH (THE HIGH-VALUE TAIL OF  *
020900*  THE KEY SKIPS EVERY LINE DATED ON THE DAY ITSELF) AND READ    *
021000*  FORWARD UNTIL THE MBI CHANGES.                                *
021100******************************************************************
021200 2100-BROWSE-POST-DEATH-LINES.
021300     MOVE 'N'                       TO WS-XREF-EOF-SWITCH.
021400     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
021500     MOVE HIGH-VALUES               TO BHX-RECORD-KEY.
021600     MOVE DTH-MBI                   TO BHX-MBI.
021700     MOVE DTH-DEATH-DATE            TO BHX-LINE-ITEM-DOS.
021800
021900     START BENE-HISTORY-XREF KEY IS > BHX-RECORD-KEY
022000         INVALID KEY MOVE 'Y'       TO WS-XREF-EOF-SWITCH
022100     END-START.
022200
022300     PERFORM 2150-READ-ONE-XREF
022400        UNTIL XREF-END-OF-FILE.
022500
022600     PERFORM 2200-CLOSE-LINE.
022700/
022800 2150-READ-ONE-XREF.
022900     READ BENE-HISTORY-XREF NEXT RECORD
023000         AT END MOVE 'Y'            TO WS-XREF-EOF-SWITCH
023100         NOT AT END
023200           IF BHX-MBI NOT = DTH-MBI  THEN
023300              MOVE 'Y'              TO WS-XREF-EOF-SWITCH
023400           ELSE
023500              IF LINE-ACTIVE  AND
023600                 (BHX-LINE-ITEM-DOS NOT = WS-LINE-DOS  OR
023700                  BHX-CLAIM-NUMBER NOT = WS-LINE-CLAIM-NUMBER  OR
023800                  BHX-REV-CODE NOT = WS-LINE-REV-CODE)  THEN
023900                 PERFORM 2200-CLOSE-LINE
024000              END-IF
024100              MOVE 'Y'              TO WS-LINE-ACTIVE-SWITCH
024200              MOVE BHX-LINE-ITEM-DOS TO WS-LINE-DOS
024300              MOVE BHX-CLAIM-NUMBER TO WS-LINE-CLAIM-NUMBER
024400              MOVE BHX-REV-CODE     TO WS-LINE-REV-CODE
024500              MOVE BHX-PROVIDER-NUMBER TO WS-LINE-PROVIDER
024600              MOVE BHX-PPS-RTC      TO WS-LINE-RTC
024700              MOVE BHX-PAID-AMT     TO WS-LINE-PAID-AMT
024800           END-IF
024900     END-READ.
025000/
025100******************************************************************
025200*  THE LINE'S LATEST PRICING STANDS.  ONLY A PAID LINE (RTC      *
025300*  BELOW 50) WITH DOLLARS ON IT ADDS INTO ITS CLAIM'S ENTRY.     *
025400******************************************************************
025500 2200-CLOSE-LINE.
025600     IF LINE-ACTIVE  AND
025700        WS-LINE-RTC < 50  AND
025800        WS-LINE-PAID-AMT > ZERO  THEN
025900        ADD 1                       TO WS-LINES-FOUND-COUNT
026000        MOVE ZERO                   TO WS-CLM-MATCH-SUB
026100        PERFORM VARYING WS-CLM-SUB FROM 1 BY 1
026200           UNTIL WS-CLM-SUB > WS-CLM-COUNT
026300              OR WS-CLM-MATCH-SUB > ZERO
026400           IF WS-CLM-CLAIM-NUMBER (WS-CLM-SUB) =
026500              WS-LINE-CLAIM-NUMBER  AND
026600              WS-CLM-PROVIDER (WS-CLM-SUB) = WS-LINE-PROVIDER
026700              THEN
026800              MOVE WS-CLM-SUB       TO WS-CLM-MATCH-SUB
026900           END-IF
027000        END-PERFORM
027100        IF WS-CLM-MATCH-SUB = ZERO  THEN
027200           IF WS-CLM-COUNT < 200  THEN
027300              ADD 1                 TO WS-CLM-COUNT
027400              MOVE WS-CLM-COUNT     TO WS-CLM-MATCH-SUB
027500              MOVE WS-LINE-CLAIM-NUMBER TO
027600                 WS-CLM-CLAIM-NUMBER (WS-CLM-MATCH-SUB)
027700              MOVE WS-LINE-PROVIDER TO
027800                 WS-CLM-PROVIDER (WS-CLM-MATCH-SUB)
027900              MOVE WS-LINE-DOS      TO
028000                 WS-CLM-FIRST-DOS (WS-CLM-MATCH-SUB)
028100              MOVE ZERO             TO
028200                 WS-CLM-LINE-COUNT (WS-CLM-MATCH-SUB)
028300                 WS-CLM-PAID-AMT (WS-CLM-MATCH-SUB)
028400           ELSE
028500              DISPLAY 'ESCALDTH - MBI ' DTH-MBI
028600                 ' HAS OVER 200 POST-DEATH CLAIMS - CLAIM '
028700                 WS-LINE-CLAIM-NUMBER ' NOT SWEPT'
028800           END-IF
028900        END-IF
029000        IF WS-CLM-MATCH-SUB > ZERO  THEN
029100           ADD 1                    TO
029200              WS-CLM-LINE-COUNT (WS-CLM-MATCH-SUB)
029300           ADD WS-LINE-PAID-AMT     TO
029400              WS-CLM-PAID-AMT (WS-CLM-MATCH-SUB)
029500        END-IF
029600     END-IF.
029700     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
029800/
029900******************************************************************
030000*  OPEN THE RECEIVABLE FOR ONE POST-DEATH CLAIM - UNLESS AN      *
030100*  EARLIER SWEEP ALREADY OPENED ONE FOR THE CLAIM (SOURCE 'D',   *
030200*  ANY SETUP DATE).  A RECEIVABLE ANOTHER JOB RAISED FOR THE     *
030250*  CLAIM (A VOID, AN MSP RECOVERY) DOES NOT STOP IT.             *
030300******************************************************************
030400 2400-OPEN-ONE-RECEIVABLE.
030500     PERFORM 2450-CHECK-CLAIM-ON-LEDGER.
030600
030700     MOVE DTH-MBI                   TO RPT-MBI.
030800     MOVE DTH-DEATH-DATE            TO RPT-DEATH-DATE.
030900     MOVE WS-CLM-PROVIDER (WS-CLM-SUB) TO RPT-PROVIDER.
031000     MOVE WS-CLM-CLAIM-NUMBER (WS-CLM-SUB) TO RPT-CLAIM-NUMBER.
031100     MOVE WS-CLM-LINE-COUNT (WS-CLM-SUB) TO RPT-LINE-COUNT.
031200     MOVE WS-CLM-PAID-AMT (WS-CLM-SUB) TO RPT-PAID-AMT.
031300
031400     IF RCV-RECORD-FOUND  THEN
031500        ADD 1                       TO WS-SKIPPED-COUNT
031600        ADD WS-CLM-PAID-AMT (WS-CLM-SUB) TO WS-SKIPPED-AMT
031700        MOVE 'ALREADY ON RCVFILE - SKIPPED' TO RPT-RESULT-TEXT
031800     ELSE
031900        INITIALIZE RECEIVABLE-MASTER-RECORD
032000        MOVE WS-CLM-PROVIDER (WS-CLM-SUB) TO RCV-PROVIDER-NUMBER
032100        MOVE WS-CLM-CLAIM-NUMBER (WS-CLM-SUB) TO RCV-CLAIM-NUMBER
032200        MOVE WS-TODAY               TO RCV-SETUP-DATE
032300        MOVE 'O'                    TO RCV-STATUS-CODE
032400        MOVE 'D'                    TO RCV-SOURCE-CODE
032500        MOVE WS-CLM-PAID-AMT (WS-CLM-SUB) TO RCV-ORIGINAL-AMT
032600        MOVE ZERO                   TO RCV-RECOVERED-AMT
032700        MOVE WS-TODAY               TO RCV-LAST-ACTIVITY-DATE
032800        WRITE RECEIVABLE-MASTER-RECORD
032900        ADD 1                       TO WS-OPENED-COUNT
033000        ADD WS-CLM-PAID-AMT (WS-CLM-SUB) TO WS-OPENED-AMT
033100        MOVE 'RECEIVABLE OPENED'    TO RPT-RESULT-TEXT
033200     END-IF.
033300
033400     WRITE DTHRPT-RECORD  FROM RPT-DETAIL-LINE.
033500/
033600 2450-CHECK-CLAIM-ON-LEDGER.
033700     MOVE 'N'                       TO WS-RCV-FOUND-SWITCH.
033800     MOVE 'N'                       TO WS-RCV-EOF-SWITCH.
033900     MOVE WS-CLM-PROVIDER (WS-CLM-SUB) TO RCV-PROVIDER-NUMBER.
034000     MOVE WS-CLM-CLAIM-NUMBER (WS-CLM-SUB) TO RCV-CLAIM-NUMBER.
034100     MOVE ZERO                      TO RCV-SETUP-DATE.
034200
034300     START RECEIVABLE-FILE KEY IS >= RCV-RECORD-KEY
034400         INVALID KEY MOVE 'Y'       TO WS-RCV-EOF-SWITCH
034500     END-START.
034600
034650     PERFORM 2460-READ-NEXT-RECEIVABLE
034700        UNTIL RCV-END-OF-FILE  OR  RCV-RECORD-FOUND.
034750/
034800******************************************************************
034850*  ONE RECORD OF THE CLAIM'S BROWSE.  EVERY SETUP DATE FOR THE   *
034900*  PROVIDER AND CLAIM IS READ; ONLY A RECEIVABLE THIS JOB RAISED *
034950*  (SOURCE 'D') COUNTS AS ALREADY OPEN.  THE FIRST RECORD PAST   *
035000*  THE CLAIM ENDS THE BROWSE.                                    *
035050******************************************************************
035100 2460-READ-NEXT-RECEIVABLE.
035150     READ RECEIVABLE-FILE NEXT RECORD
035200         AT END MOVE 'Y'            TO WS-RCV-EOF-SWITCH
035250         NOT AT END
035300           IF RCV-PROVIDER-NUMBER =
035350              WS-CLM-PROVIDER (WS-CLM-SUB)  AND
035400              RCV-CLAIM-NUMBER =
035450              WS-CLM-CLAIM-NUMBER (WS-CLM-SUB)  THEN
035500              IF RCV-SOURCE-CODE = 'D'  THEN
035550                 MOVE 'Y'           TO WS-RCV-FOUND-SWITCH
035600              END-IF
035650           ELSE
035700              MOVE 'Y'              TO WS-RCV-EOF-SWITCH
035750           END-IF
035800     END-READ.
035900/
036000 2900-READ-NEXT-POSTING.
036100     READ DEATH-POSTINGS-IN
036200         AT END MOVE 'Y'            TO WS-DTH-EOF-SWITCH
036300     END-READ.
036400/
036500 6000-PRINT-RUN-TOTALS.
036600     MOVE 'DEATH POSTINGS READ . . . . .' TO RPT-TOTAL-TEXT.
036700     MOVE WS-POSTING-COUNT          TO RPT-TOTAL-COUNT.
036800     MOVE ZERO                      TO RPT-TOTAL-AMT.
036900     WRITE DTHRPT-RECORD  FROM RPT-TOTAL-LINE.
037000
037100     MOVE 'RESCISSIONS (NOTHING SWEPT) .' TO RPT-TOTAL-TEXT.
037200     MOVE WS-RESCINDED-COUNT        TO RPT-TOTAL-COUNT.
037300     MOVE ZERO                      TO RPT-TOTAL-AMT.
037400     WRITE DTHRPT-RECORD  FROM RPT-TOTAL-LINE.
037500
037600     MOVE 'POST-DEATH PAID LINES FOUND .' TO RPT-TOTAL-TEXT.
037700     MOVE WS-LINES-FOUND-COUNT      TO RPT-TOTAL-COUNT.
037800     MOVE ZERO                      TO RPT-TOTAL-AMT.
037900     WRITE DTHRPT-RECORD  FROM RPT-TOTAL-LINE.
038000
038100     MOVE 'RECEIVABLES OPENED  . . . . .' TO RPT-TOTAL-TEXT.
038200     MOVE WS-OPENED-COUNT           TO RPT-TOTAL-COUNT.
038300     MOVE WS-OPENED-AMT             TO RPT-TOTAL-AMT.
038400     WRITE DTHRPT-RECORD  FROM RPT-TOTAL-LINE.
038500
038600     MOVE 'CLAIMS ALREADY ON RCVFILE . .' TO RPT-TOTAL-TEXT.
038700     MOVE WS-SKIPPED-COUNT          TO RPT-TOTAL-COUNT.
038800     MOVE WS-SKIPPED-AMT            TO RPT-TOTAL-AMT.
038900     WRITE DTHRPT-RECORD  FROM RPT-TOTAL-LINE.
039000/
039100 7000-TERMINATE.
039200     CLOSE DEATH-POSTINGS-IN
039300           BENE-HISTORY-XREF
039400           RECEIVABLE-FILE
039500           DEATH-RECOVERY-RPT.
