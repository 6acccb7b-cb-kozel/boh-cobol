000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALAPE.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALAPE - NEW PROGRAM
000700*         - APPEAL DECISION EFFECTUATION.  EVERY CASE ON THE
000800*           APPEALS CASE MASTER (APCFILE) AWAITING EFFECTUATION
000900*           ('F') HAS EACH CLAIM THE DECISION OVERTURNED, AND NOT
001000*           YET EFFECTUATED, SENT TO THE NEXT NIGHTLY RUN AS
001100*           DAILY-FEED TRANSACTIONS (APEADJO) THE WAY ESCALMAS
001200*           FEEDS A MASS ADJUSTMENT, SO THE CLAIM REPRICES AND
001300*           PAYS THROUGH THE NIGHTLY RUN'S NORMAL PATH.  EACH LINE
001400*           GOES AS IT NOW STANDS - THE LATEST PRICING ON THE
001500*           PRICED-CLAIM HISTORY GENERATIONS THE JCL CONCATENATES,
001600*           AS AN ADJUSTMENT ('A'); A LINE THE RUN'S OWN EDITS
001700*           REJECTED IS ONLY ON SUSPENSE, HAS NO PRIOR PRICING TO
001800*           REVERSE, AND GOES AS AN ORIGINAL.  THE CLAIM IS MARKED
001900*           EFFECTUATED ON THE CASE, AND THE CASE ONCE ALL ITS
002000*           OVERTURNED CLAIMS ARE.  A CLAIM WITH NO LINE ON EITHER
002100*           FILE IS LISTED AND LEFT WAITING.
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-Z990.
002700 OBJECT-COMPUTER.            IBM-Z990.
002800 INPUT-OUTPUT  SECTION.
002900 FILE-CONTROL.
003000     SELECT APPEAL-CASE-FILE     ASSIGN TO APCFILE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS APC-RECORD-KEY.
003400     SELECT SUSPENSE-IN          ASSIGN TO SUSPMST
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT ADJ-TRANSACTION-OUT  ASSIGN TO APEADJO
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT EFFECTUATION-REPORT  ASSIGN TO APERPT
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  APPEAL-CASE-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 COPY APCCPY.
004800/
004900 FD  SUSPENSE-IN
005000     LABEL RECORDS ARE STANDARD
005100     RECORDING MODE IS F.
005200 COPY SUSPCPY.
005300/
005400 FD  PRICED-HISTORY-IN
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700 COPY PHISTCPY.
005800/
005900 FD  ADJ-TRANSACTION-OUT
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 01  APEADJ-RECORD                  PIC X(579).
006300/
006400 FD  EFFECTUATION-REPORT
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700 01  APERPT-RECORD                  PIC X(100).
006800/
006900 WORKING-STORAGE SECTION.
007000 01  W-STORAGE-REF                  PIC X(46) VALUE
007100     'ESCALAPE      - W O R K I N G   S T O R A G E'.
007200
007300 01  WS-CASE-EOF-SWITCH             PIC X(01) VALUE 'N'.
007400     88  CASE-END-OF-FILE                      VALUE 'Y'.
007500     88  CASE-NOT-END-OF-FILE                  VALUE 'N'.
007600
007700 01  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE 'N'.
007800     88  SUSP-END-OF-FILE                      VALUE 'Y'.
007900
008000 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
008100     88  HIST-END-OF-FILE                      VALUE 'Y'.
008200
008300 01  WS-TODAY                       PIC 9(08).
008400 01  WS-SUB                         PIC 9(02).
008500 01  WS-PENDING-COUNT               PIC 9(02).
008600 01  WS-IMAGE-SOURCE                PIC X(01).
008700
008800******************************************************************
008900*  THE CASES AWAITING EFFECTUATION.                              *
009000******************************************************************
009100 01  WS-CASE-TABLE.
009200     05  WS-CASE-ENTRY  OCCURS 200 TIMES.
009300         10  WS-CS-CASE-NUMBER      PIC X(15).
009400         10  WS-CS-PROVIDER         PIC X(06).
009500 01  WS-CASE-COUNT                  PIC 9(03) VALUE ZERO.
009600 01  WS-CASE-SUB                    PIC 9(03).
009700
009800******************************************************************
009900*  THEIR OVERTURNED CLAIMS NOT YET EFFECTUATED - THE CASE AND    *
010000*  THE CLAIM'S PLACE ON IT, AND THE LINES SENT THIS RUN.         *
010100******************************************************************
010200 01  WS-CLAIM-TABLE.
010300     05  WS-CLAIM-ENTRY  OCCURS 1000 TIMES.
010400         10  WS-CL-CASE-SUB         PIC 9(03).
010500         10  WS-CL-ENTRY-SUB        PIC 9(02).
010600         10  WS-CL-CLAIM-NUMBER     PIC X(13).
010700         10  WS-CL-PROVIDER         PIC X(06).
010800         10  WS-CL-LINES-SENT       PIC 9(03).
010900 01  WS-CLAIM-COUNT                 PIC 9(04) VALUE ZERO.
011000 01  WS-CLAIM-SUB                   PIC 9(04).
011100 01  WS-CLAIM-MATCH-SUB             PIC 9(04).
011200
011300******************************************************************
011400*  THE CLAIMS' LINES AS THEY STAND NOW.  SUSPENSE IS READ FIRST  *
011500*  AND HISTORY AFTER IT, OLDEST GENERATION FIRST, SO A LINE THE  *
011600*  PRICER PRICED (OR DENIED) REPLACES ITS SUSPENSE IMAGE AND A   *
011700*  LINE PRICED AGAIN REPLACES ITS EARLIER PRICING.  THE SOURCE   *
011800*  IS 'H' FOR HISTORY, 'S' FOR A LINE ONLY ON SUSPENSE.          *
011900******************************************************************
012000 01  WS-LINE-TABLE.
012100     05  WS-LINE-ENTRY  OCCURS 4000 TIMES.
012200         10  WS-LN-CLAIM-SUB        PIC 9(04).
012300         10  WS-LN-DOS              PIC 9(08).
012400         10  WS-LN-REV-CODE         PIC X(04).
012500         10  WS-LN-SOURCE           PIC X(01).
012600             88  WS-LN-FROM-HISTORY            VALUE 'H'.
012700         10  WS-LN-IMAGE            PIC X(600).
012800 01  WS-LINE-COUNT                  PIC 9(04) VALUE ZERO.
012900 01  WS-LINE-SUB                    PIC 9(04).
013000 01  WS-LINE-MATCH-SUB              PIC 9(04).
013100
013200 01  WS-CASES-WAITING-COUNT         PIC 9(07) VALUE ZERO.
013300 01  WS-CASES-LEFT-COUNT            PIC 9(07) VALUE ZERO.
013400 01  WS-CASES-EFFECTUATED-COUNT     PIC 9(07) VALUE ZERO.
013500 01  WS-CLAIMS-SENT-COUNT           PIC 9(07) VALUE ZERO.
013600 01  WS-CLAIMS-LEFT-COUNT           PIC 9(07) VALUE ZERO.
013700 01  WS-ADJUSTMENTS-WRITTEN-COUNT   PIC 9(07) VALUE ZERO.
013800 01  WS-ORIGINALS-WRITTEN-COUNT     PIC 9(07) VALUE ZERO.
013900 01  WS-SUSP-READ-COUNT             PIC 9(09) VALUE ZERO.
014000 01  WS-HIST-READ-COUNT             PIC 9(09) VALUE ZERO.
014100
014200 01  RPT-HEADING-1.
014300     05  FILLER                     PIC X(05) VALUE SPACES.
014400     05  FILLER                     PIC X(40) VALUE
014500         'APPEAL DECISION EFFECTUATION - RUN DATE'.
014600     05  RPT-HDG-DATE               PIC 9(08).
014700
014800 01  RPT-HEADING-2.
014900     05  FILLER                     PIC X(01) VALUE SPACES.
015000     05  FILLER                     PIC X(16) VALUE 'CASE'.
015100     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
015200     05  FILLER                     PIC X(07) VALUE 'PROV'.
015300     05  FILLER                     PIC X(06) VALUE 'LINES'.
015400     05  FILLER                     PIC X(36) VALUE 'DISPOSITION'.
015500
015600 01  RPT-DETAIL-LINE.
015700     05  FILLER                     PIC X(01) VALUE SPACES.
015800     05  RPT-CASE-NUMBER            PIC X(15).
015900     05  FILLER                     PIC X(01) VALUE SPACES.
016000     05  RPT-CLAIM-NUMBER           PIC X(13).
016100     05  FILLER                     PIC X(01) VALUE SPACES.
016200     05  RPT-PROVIDER               PIC X(06).
016300     05  FILLER                     PIC X(02) VALUE SPACES.
016400     05  RPT-LINES-SENT             PIC ZZ9.
016500     05  FILLER                     PIC X(02) VALUE SPACES.
016600     05  RPT-DISPOSITION            PIC X(40).
016700
016800 01  RPT-TOTAL-LINE.
016900     05  FILLER                     PIC X(05) VALUE SPACES.
017000     05  RPT-TOTAL-TEXT             PIC X(30).
017100     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
017200/
017300 COPY CLAIMXCPY.
017400/
017500 PROCEDURE DIVISION.
017600
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE.
017900     IF WS-CLAIM-COUNT > ZERO  THEN
018000        PERFORM 2000-COLLECT-SUSPENSE UNTIL SUSP-END-OF-FILE
018100        PERFORM 2100-COLLECT-HISTORY UNTIL HIST-END-OF-FILE
018200        PERFORM 3000-SEND-ONE-CLAIM
018300           VARYING WS-CLAIM-SUB FROM 1 BY 1
018400           UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
018500        PERFORM 4000-UPDATE-ONE-CASE
018600           VARYING WS-CASE-SUB FROM 1 BY 1
018700           UNTIL WS-CASE-SUB > WS-CASE-COUNT
018800     END-IF.
018900     PERFORM 6000-PRINT-RUN-TOTALS.
019000     PERFORM 7000-TERMINATE.
019100     GOBACK.
019200/
019300 1000-INITIALIZE.
019400     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
019500
019600     OPEN I-O    APPEAL-CASE-FILE.
019700     OPEN INPUT  SUSPENSE-IN.
019800     OPEN INPUT  PRICED-HISTORY-IN.
019900     OPEN OUTPUT ADJ-TRANSACTION-OUT.
020000     OPEN OUTPUT EFFECTUATION-REPORT.
020100
020200     MOVE WS-TODAY                  TO RPT-HDG-DATE.
020300     WRITE APERPT-RECORD         FROM RPT-HEADING-1.
020400     WRITE APERPT-RECORD         FROM RPT-HEADING-2.
020500
020600     MOVE LOW-VALUES                TO APC-RECORD-KEY.
020700     START APPEAL-CASE-FILE KEY IS >= APC-RECORD-KEY
020800         INVALID KEY MOVE 'Y'       TO WS-CASE-EOF-SWITCH
020900     END-START.
021000     PERFORM 1100-LOAD-ONE-CASE UNTIL CASE-END-OF-FILE.
021100
021200     PERFORM 2090-READ-NEXT-SUSPENSE.
021300     PERFORM 2190-READ-NEXT-HISTORY.
021400/
021500 1100-LOAD-ONE-CASE.
021600     READ APPEAL-CASE-FILE NEXT RECORD
021700         AT END MOVE 'Y'            TO WS-CASE-EOF-SWITCH
021800         NOT AT END
021900           IF APC-AWAITING-EFFECTUATION  THEN
022000              ADD 1                 TO WS-CASES-WAITING-COUNT
022100              IF WS-CASE-COUNT < 200  THEN
022200                 ADD 1              TO WS-CASE-COUNT
022300                 MOVE APC-CASE-NUMBER TO
022400                    WS-CS-CASE-NUMBER (WS-CASE-COUNT)
022500                 MOVE APC-PROVIDER-NUMBER TO
022600                    WS-CS-PROVIDER (WS-CASE-COUNT)
022700                 PERFORM 1110-LOAD-ONE-CLAIM
022800                    VARYING WS-SUB FROM 1 BY 1
022900                    UNTIL WS-SUB > APC-CLAIM-COUNT
023000              ELSE
023100                 ADD 1              TO WS-CASES-LEFT-COUNT
023200              END-IF
023300           END-IF
023400     END-READ.
023500/
023600 1110-LOAD-ONE-CLAIM.
023700     IF APC-CLAIM-OVERTURNED (WS-SUB)  AND
023800        APC-CLAIM-EFFECTUATED-DATE (WS-SUB) = ZERO  THEN
023900        IF WS-CLAIM-COUNT < 1000  THEN
024000           ADD 1                    TO WS-CLAIM-COUNT
024100           MOVE WS-CASE-COUNT       TO
024200              WS-CL-CASE-SUB (WS-CLAIM-COUNT)
024300           MOVE WS-SUB              TO
024400              WS-CL-ENTRY-SUB (WS-CLAIM-COUNT)
024500           MOVE APC-CLAIM-NUMBER (WS-SUB) TO
024600              WS-CL-CLAIM-NUMBER (WS-CLAIM-COUNT)
024700           MOVE APC-PROVIDER-NUMBER TO
024800              WS-CL-PROVIDER (WS-CLAIM-COUNT)
024900           MOVE ZERO                TO
025000              WS-CL-LINES-SENT (WS-CLAIM-COUNT)
025100        ELSE
025200           DISPLAY 'ESCALAPE - CLAIM TABLE FULL - CASE '
025300              APC-CASE-NUMBER ' CLAIM ' APC-CLAIM-NUMBER (WS-SUB)
025400              ' LEFT FOR THE NEXT RUN'
025500        END-IF
025600     END-IF.
025700/
025800******************************************************************
025900*  ONE SUSPENSE RECORD, THEN ONE HISTORY RECORD - EACH KEPT ONLY *
026000*  IF IT IS A LINE OF A WAITING CLAIM FOR THE CASE'S PROVIDER.   *
026100******************************************************************
026200 2000-COLLECT-SUSPENSE.
026300     ADD 1                          TO WS-SUSP-READ-COUNT.
026400     MOVE SUS-CLAIM-EXTRACT-IMAGE   TO CLAIM-EXTRACT-RECORD.
026500     MOVE 'S'                       TO WS-IMAGE-SOURCE.
026600     PERFORM 2200-KEEP-LINE.
026700     PERFORM 2090-READ-NEXT-SUSPENSE.
026800/
026900 2090-READ-NEXT-SUSPENSE.
027000     READ SUSPENSE-IN
027100         AT END MOVE 'Y'            TO WS-SUSP-EOF-SWITCH
027200     END-READ.
027300/
027400 2100-COLLECT-HISTORY.
027500     ADD 1                          TO WS-HIST-READ-COUNT.
027600     MOVE PH-CLAIM-EXTRACT-IMAGE    TO CLAIM-EXTRACT-RECORD.
027700     MOVE 'H'                       TO WS-IMAGE-SOURCE.
027800     PERFORM 2200-KEEP-LINE.
027900     PERFORM 2190-READ-NEXT-HISTORY.
028000/
028100 2190-READ-NEXT-HISTORY.
028200     READ PRICED-HISTORY-IN
028300         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
028400     END-READ.
028500/
028600 2200-KEEP-LINE.
028700     MOVE ZERO                      TO WS-CLAIM-MATCH-SUB.
028800     PERFORM 2210-TEST-ONE-CLAIM
028900        VARYING WS-CLAIM-SUB FROM 1 BY 1
029000        UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
029100           OR WS-CLAIM-MATCH-SUB > ZERO.
029200
029300     IF WS-CLAIM-MATCH-SUB > ZERO  THEN
029400        MOVE ZERO                   TO WS-LINE-MATCH-SUB
029500        PERFORM 2220-TEST-ONE-LINE
029600           VARYING WS-LINE-SUB FROM 1 BY 1
029700           UNTIL WS-LINE-SUB > WS-LINE-COUNT
029800              OR WS-LINE-MATCH-SUB > ZERO
029900        IF WS-LINE-MATCH-SUB = ZERO  THEN
030000           IF WS-LINE-COUNT < 4000  THEN
030100              ADD 1                 TO WS-LINE-COUNT
030200              MOVE WS-LINE-COUNT    TO WS-LINE-MATCH-SUB
030300              MOVE WS-CLAIM-MATCH-SUB TO
030400                 WS-LN-CLAIM-SUB (WS-LINE-MATCH-SUB)
030500              MOVE CX-LINE-ITEM-DATE-SERVICE TO
030600                 WS-LN-DOS (WS-LINE-MATCH-SUB)
030700              MOVE CX-REV-CODE      TO
030800                 WS-LN-REV-CODE (WS-LINE-MATCH-SUB)
030900           ELSE
031000              DISPLAY 'ESCALAPE - LINE TABLE FULL - CLAIM '
031100                 CX-CLAIM-NUMBER ' LINE NOT KEPT'
031200           END-IF
031300        END-IF
031400        IF WS-LINE-MATCH-SUB > ZERO  THEN
031500           MOVE WS-IMAGE-SOURCE     TO
031600              WS-LN-SOURCE (WS-LINE-MATCH-SUB)
031700           MOVE CLAIM-EXTRACT-RECORD TO
031800              WS-LN-IMAGE (WS-LINE-MATCH-SUB)
031900        END-IF
032000     END-IF.
032100/
032200 2210-TEST-ONE-CLAIM.
032300     IF WS-CL-CLAIM-NUMBER (WS-CLAIM-SUB) = CX-CLAIM-NUMBER  AND
032400        WS-CL-PROVIDER (WS-CLAIM-SUB) = CX-PROVIDER-NUMBER  THEN
032500        MOVE WS-CLAIM-SUB           TO WS-CLAIM-MATCH-SUB
032600     END-IF.
032700/
032800 2220-TEST-ONE-LINE.
032900     IF WS-LN-CLAIM-SUB (WS-LINE-SUB) = WS-CLAIM-MATCH-SUB  AND
033000        WS-LN-DOS (WS-LINE-SUB) = CX-LINE-ITEM-DATE-SERVICE  AND
033100        WS-LN-REV-CODE (WS-LINE-SUB) = CX-REV-CODE  THEN
033200        MOVE WS-LINE-SUB            TO WS-LINE-MATCH-SUB
033300     END-IF.
033400/
033500******************************************************************
033600*  SEND ONE OVERTURNED CLAIM'S LINES.                            *
033700******************************************************************
033800 3000-SEND-ONE-CLAIM.
033900     PERFORM 3100-SEND-ONE-LINE
034000        VARYING WS-LINE-SUB FROM 1 BY 1
034100        UNTIL WS-LINE-SUB > WS-LINE-COUNT.
034200
034300     MOVE WS-CL-CASE-SUB (WS-CLAIM-SUB) TO WS-CASE-SUB.
034400     MOVE WS-CS-CASE-NUMBER (WS-CASE-SUB) TO RPT-CASE-NUMBER.
034500     MOVE WS-CL-CLAIM-NUMBER (WS-CLAIM-SUB) TO RPT-CLAIM-NUMBER.
034600     MOVE WS-CL-PROVIDER (WS-CLAIM-SUB) TO RPT-PROVIDER.
034700     MOVE WS-CL-LINES-SENT (WS-CLAIM-SUB) TO RPT-LINES-SENT.
034800     IF WS-CL-LINES-SENT (WS-CLAIM-SUB) = ZERO  THEN
034900        ADD 1                       TO WS-CLAIMS-LEFT-COUNT
035000        MOVE 'NO LINE ON HISTORY OR SUSPENSE - WAITING'
035100                                    TO RPT-DISPOSITION
035200     ELSE
035300        ADD 1                       TO WS-CLAIMS-SENT-COUNT
035400        MOVE 'SENT FOR REPRICING'   TO RPT-DISPOSITION
035500     END-IF.
035600     WRITE APERPT-RECORD  FROM RPT-DETAIL-LINE.
035700/
035800 3100-SEND-ONE-LINE.
035900     IF WS-LN-CLAIM-SUB (WS-LINE-SUB) = WS-CLAIM-SUB  THEN
036000        MOVE WS-LN-IMAGE (WS-LINE-SUB) TO CLAIM-EXTRACT-RECORD
036100        IF WS-LN-FROM-HISTORY (WS-LINE-SUB)  THEN
036200           MOVE 'A'                 TO CX-CLAIM-ACTION-CODE
036300           ADD 1             TO WS-ADJUSTMENTS-WRITTEN-COUNT
036400        ELSE
036500           MOVE SPACE               TO CX-CLAIM-ACTION-CODE
036600           ADD 1                    TO WS-ORIGINALS-WRITTEN-COUNT
036700        END-IF
036800        WRITE APEADJ-RECORD  FROM CLAIM-EXTRACT-RECORD
036900        ADD 1                       TO
037000           WS-CL-LINES-SENT (WS-CLAIM-SUB)
037100     END-IF.
037200/
037300******************************************************************
037400*  RECORD THE EFFECTUATION ON THE CASE - EACH CLAIM SENT, AND THE*
037500*  CASE ITSELF ONCE NO OVERTURNED CLAIM IS LEFT WAITING.         *
037600******************************************************************
037700 4000-UPDATE-ONE-CASE.
037800     MOVE WS-CS-CASE-NUMBER (WS-CASE-SUB) TO APC-RECORD-KEY.
037900     READ APPEAL-CASE-FILE
038000         INVALID KEY
038100           DISPLAY 'ESCALAPE - CASE '
038200              WS-CS-CASE-NUMBER (WS-CASE-SUB)
038300              ' GONE FROM FILE - CLAIMS SENT, NOT RECORDED'
038400         NOT INVALID KEY
038500           PERFORM 4100-RECORD-ONE-CLAIM
038600              VARYING WS-CLAIM-SUB FROM 1 BY 1
038700              UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
038800           MOVE ZERO                TO WS-PENDING-COUNT
038900           PERFORM 4200-COUNT-ONE-PENDING
039000              VARYING WS-SUB FROM 1 BY 1
039100              UNTIL WS-SUB > APC-CLAIM-COUNT
039200           IF WS-PENDING-COUNT = ZERO  THEN
039300              MOVE 'E'              TO APC-CASE-STATUS
039400              MOVE WS-TODAY         TO APC-EFFECTUATED-DATE
039500              ADD 1                 TO WS-CASES-EFFECTUATED-COUNT
039600           ELSE
039700              ADD 1                 TO WS-CASES-LEFT-COUNT
039800           END-IF
039900           MOVE WS-TODAY            TO APC-LAST-UPDATE-DATE
040000           REWRITE APPEAL-CASE-RECORD
040100     END-READ.
040200/
040300 4100-RECORD-ONE-CLAIM.
040400     IF WS-CL-CASE-SUB (WS-CLAIM-SUB) = WS-CASE-SUB  AND
040500        WS-CL-LINES-SENT (WS-CLAIM-SUB) > ZERO  THEN
040600        MOVE WS-CL-ENTRY-SUB (WS-CLAIM-SUB) TO WS-SUB
040700        MOVE WS-TODAY               TO
040800           APC-CLAIM-EFFECTUATED-DATE (WS-SUB)
040900        MOVE WS-CL-LINES-SENT (WS-CLAIM-SUB) TO
041000           APC-CLAIM-LINES-SENT (WS-SUB)
041100     END-IF.
041200/
041300 4200-COUNT-ONE-PENDING.
041400     IF APC-CLAIM-OVERTURNED (WS-SUB)  AND
041500        APC-CLAIM-EFFECTUATED-DATE (WS-SUB) = ZERO  THEN
041600        ADD 1                       TO WS-PENDING-COUNT
041700     END-IF.
041800/
041900 6000-PRINT-RUN-TOTALS.
042000     MOVE SPACES                    TO APERPT-RECORD.
042100     WRITE APERPT-RECORD.
042200
042300     MOVE 'CASES AWAITING EFFECTUATION .' TO RPT-TOTAL-TEXT.
042400     MOVE WS-CASES-WAITING-COUNT    TO RPT-TOTAL-COUNT.
042500     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
042600
042700     MOVE 'SUSPENSE RECORDS READ . . . .' TO RPT-TOTAL-TEXT.
042800     MOVE WS-SUSP-READ-COUNT        TO RPT-TOTAL-COUNT.
042900     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
043000
043100     MOVE 'HISTORY RECORDS READ  . . . .' TO RPT-TOTAL-TEXT.
043200     MOVE WS-HIST-READ-COUNT        TO RPT-TOTAL-COUNT.
043300     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
043400
043500     MOVE 'ADJUSTMENTS WRITTEN . . . . .' TO RPT-TOTAL-TEXT.
043600     MOVE WS-ADJUSTMENTS-WRITTEN-COUNT TO RPT-TOTAL-COUNT.
043700     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
043800
043900     MOVE 'ORIGINALS WRITTEN . . . . . .' TO RPT-TOTAL-TEXT.
044000     MOVE WS-ORIGINALS-WRITTEN-COUNT TO RPT-TOTAL-COUNT.
044100     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
044200
044300     MOVE 'CLAIMS SENT . . . . . . . . .' TO RPT-TOTAL-TEXT.
044400     MOVE WS-CLAIMS-SENT-COUNT      TO RPT-TOTAL-COUNT.
044500     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
044600
044700     MOVE 'CLAIMS LEFT WAITING . . . . .' TO RPT-TOTAL-TEXT.
044800     MOVE WS-CLAIMS-LEFT-COUNT      TO RPT-TOTAL-COUNT.
044900     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
045000
045100     MOVE 'CASES EFFECTUATED . . . . . .' TO RPT-TOTAL-TEXT.
045200     MOVE WS-CASES-EFFECTUATED-COUNT TO RPT-TOTAL-COUNT.
045300     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
045400
045500     MOVE 'CASES LEFT WAITING  . . . . .' TO RPT-TOTAL-TEXT.
045600     MOVE WS-CASES-LEFT-COUNT       TO RPT-TOTAL-COUNT.
045700     WRITE APERPT-RECORD  FROM RPT-TOTAL-LINE.
045800/
045900 7000-TERMINATE.
046000     CLOSE APPEAL-CASE-FILE
046100           SUSPENSE-IN
046200           PRICED-HISTORY-IN
046300           ADJ-TRANSACTION-OUT
046400           EFFECTUATION-REPORT.
