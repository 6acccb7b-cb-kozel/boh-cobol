000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCTA.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCTA - NEW PROGRAM
000700*         - IMPROPER-PAYMENT (CERT) ADJUSTMENT FEED.  EVERY CASE
000800*           ON CERTFILE WITH A CONFIRMED OVERPAYMENT ('C') IS
000900*           TURNED INTO TRANSACTIONS IN THE DAILY-FEED FORMAT
001000*           (CTAADJO) FOR THE NEXT NIGHTLY RUN, THE WAY ESCALMAS
001100*           FEEDS A MASS ADJUSTMENT, SO THE RECOVERY GOES THROUGH
001200*           THE NIGHTLY RUN'S NORMAL ADJUSTMENT PATH - REVERSAL,
001300*           REPRICE, NET.  EACH OF THE CLAIM'S LINES STILL
001400*           STANDING PAID ON THE PRICED-CLAIM HISTORY (THE LATEST
001500*           PRICING OF THE LINE ON THE GENERATIONS THE JCL
001600*           CONCATENATES) IS SENT AS BILLED, CORRECTED AS THE
001700*           FINDING SAYS: A VOID ('V') FOR A CLAIM WITH NOTHING
001800*           PAYABLE, OR AN ADJUSTMENT ('A') WITH THE COMORBID
001900*           CATEGORIES AND THE DIAGNOSES THAT MAP TO ONE REMOVED
002000*           WHEN THE RECORD DID NOT SUPPORT THEM.  THE CASE IS
002100*           MARKED ADJUSTMENT SENT; A CASE WHOSE CLAIM HAS NO PAID
002200*           LINE ON THE GENERATIONS SUPPLIED IS LISTED AND LEFT
002300*           WAITING.
002400******************************************************************
002500 DATE-COMPILED.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.            IBM-Z990.
002900 OBJECT-COMPUTER.            IBM-Z990.
003000 INPUT-OUTPUT  SECTION.
003100 FILE-CONTROL.
003200     SELECT CERT-CASE-FILE       ASSIGN TO CERTFILE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CTC-RECORD-KEY.
003600     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT ADJ-TRANSACTION-OUT  ASSIGN TO CTAADJO
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT ADJUSTMENT-REPORT    ASSIGN TO CTARPT
004100         ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CERT-CASE-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 COPY CTCCPY.
004800/
004900 FD  PRICED-HISTORY-IN
005000     LABEL RECORDS ARE STANDARD
005100     RECORDING MODE IS F.
005200 COPY PHISTCPY.
005300/
005400 FD  ADJ-TRANSACTION-OUT
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700 01  CTAADJ-RECORD                  PIC X(579).
005800/
005900 FD  ADJUSTMENT-REPORT
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 01  CTARPT-RECORD                  PIC X(100).
006300/
006400 WORKING-STORAGE SECTION.
006500 01  W-STORAGE-REF                  PIC X(46) VALUE
006600     'ESCALCTA      - W O R K I N G   S T O R A G E'.
006700
006800 01  WS-CASE-EOF-SWITCH             PIC X(01) VALUE 'N'.
006900     88  CASE-END-OF-FILE                      VALUE 'Y'.
007000     88  CASE-NOT-END-OF-FILE                  VALUE 'N'.
007100
007200 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
007300     88  HIST-END-OF-FILE                      VALUE 'Y'.
007400     88  HIST-NOT-END-OF-FILE                  VALUE 'N'.
007500
007600 01  WS-TODAY                       PIC 9(08).
007700 01  WS-SUB                         PIC 9(02).
007800
007900******************************************************************
008000*  THE CONFIRMED OVERPAYMENTS WAITING ON AN ADJUSTMENT.          *
008100******************************************************************
008200 01  WS-CASE-TABLE.
008300     05  WS-CASE-ENTRY  OCCURS 200 TIMES.
008400         10  WS-CS-RECORD-KEY       PIC X(19).
008500         10  WS-CS-RECORD-KEY-R  REDEFINES  WS-CS-RECORD-KEY.
008600             15  FILLER             PIC X(06).
008700             15  WS-CS-CLAIM        PIC X(13).
008800         10  WS-CS-PROVIDER         PIC X(06).
008900         10  WS-CS-CORRECTION-TYPE  PIC X(01).
009000         10  WS-CS-ERROR-AMT        PIC 9(09)V9(02).
009100         10  WS-CS-LINES-SENT       PIC 9(03).
009200 01  WS-CASE-COUNT                  PIC 9(03) VALUE ZERO.
009300 01  WS-CASE-SUB                    PIC 9(03).
009400 01  WS-CASE-MATCH-SUB              PIC 9(03).
009500
009600******************************************************************
009700*  THE CLAIMS' LINES AS THEY STAND NOW - A LINE PRICED AGAIN     *
009800*  (ADJUSTED) REPLACES ITS EARLIER IMAGE, SINCE THE GENERATIONS  *
009900*  ARE READ OLDEST FIRST.                                        *
010000******************************************************************
010100 01  WS-LINE-TABLE.
010200     05  WS-LINE-ENTRY  OCCURS 4000 TIMES.
010300         10  WS-LN-CASE-SUB         PIC 9(03).
010400         10  WS-LN-DOS              PIC 9(08).
010500         10  WS-LN-REV-CODE         PIC X(04).
010600         10  WS-LN-RTC              PIC 9(02).
010700         10  WS-LN-IMAGE            PIC X(600).
010800 01  WS-LINE-COUNT                  PIC 9(04) VALUE ZERO.
010900 01  WS-LINE-SUB                    PIC 9(04).
011000 01  WS-LINE-MATCH-SUB              PIC 9(04).
011100
011200 01  WS-CASES-WAITING-COUNT         PIC 9(07) VALUE ZERO.
011300 01  WS-CASES-ADJUSTED-COUNT        PIC 9(07) VALUE ZERO.
011400 01  WS-CASES-LEFT-COUNT            PIC 9(07) VALUE ZERO.
011500 01  WS-LINES-WRITTEN-COUNT         PIC 9(07) VALUE ZERO.
011600 01  WS-HIST-READ-COUNT             PIC 9(09) VALUE ZERO.
011700 01  WS-ERROR-TOTAL-AMT             PIC 9(11)V9(02) VALUE ZERO.
011800
011900 COPY ICDXCPY.
012000
012100 01  RPT-HEADING-1.
012200     05  FILLER                     PIC X(05) VALUE SPACES.
012300     05  FILLER                     PIC X(40) VALUE
012400         'CERT OVERPAYMENT ADJUSTMENTS - RUN DATE'.
012500     05  RPT-HDG-DATE               PIC 9(08).
012600
012700 01  RPT-HEADING-2.
012800     05  FILLER                     PIC X(01) VALUE SPACES.
012900     05  FILLER                     PIC X(07) VALUE 'MONTH'.
013000     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
013100     05  FILLER                     PIC X(07) VALUE 'PROV'.
013200     05  FILLER                     PIC X(04) VALUE 'COR'.
013300     05  FILLER                     PIC X(06) VALUE 'LINES'.
013400     05  FILLER                     PIC X(15) VALUE
013500         '      IN ERROR'.
013600     05  FILLER                     PIC X(36) VALUE 'DISPOSITION'.
013700
013800 01  RPT-DETAIL-LINE.
013900     05  FILLER                     PIC X(01) VALUE SPACES.
014000     05  RPT-SAMPLE-PERIOD          PIC X(06).
014100     05  FILLER                     PIC X(01) VALUE SPACES.
014200     05  RPT-CLAIM-NUMBER           PIC X(13).
014300     05  FILLER                     PIC X(01) VALUE SPACES.
014400     05  RPT-PROVIDER               PIC X(06).
014500     05  FILLER                     PIC X(02) VALUE SPACES.
014600     05  RPT-CORRECTION-TYPE        PIC X(01).
014700     05  FILLER                     PIC X(02) VALUE SPACES.
014800     05  RPT-LINES-SENT             PIC ZZ9.
014900     05  FILLER                     PIC X(02) VALUE SPACES.
015000     05  RPT-ERROR-AMT              PIC ZZZ,ZZZ,ZZ9.99.
015100     05  FILLER                     PIC X(02) VALUE SPACES.
015200     05  RPT-DISPOSITION            PIC X(36).
015300
015400 01  RPT-TOTAL-LINE.
015500     05  FILLER                     PIC X(05) VALUE SPACES.
015600     05  RPT-TOTAL-TEXT             PIC X(30).
015700     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
015800     05  FILLER                     PIC X(02) VALUE SPACES.
015900     05  RPT-TOTAL-AMT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016000/
016100 COPY CLAIMXCPY.
016200/
016300 PROCEDURE DIVISION.
016400
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE.
016700     IF WS-CASE-COUNT > ZERO  THEN
016800        PERFORM 2000-COLLECT-HISTORY UNTIL HIST-END-OF-FILE
016900        PERFORM 3000-SEND-ONE-CASE
017000           VARYING WS-CASE-SUB FROM 1 BY 1
017100           UNTIL WS-CASE-SUB > WS-CASE-COUNT
017200     END-IF.
017300     PERFORM 6000-PRINT-RUN-TOTALS.
017400     PERFORM 7000-TERMINATE.
017500     GOBACK.
017600/
017700 1000-INITIALIZE.
017800     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
017900
018000     OPEN I-O    CERT-CASE-FILE.
018100     OPEN INPUT  PRICED-HISTORY-IN.
018200     OPEN OUTPUT ADJ-TRANSACTION-OUT.
018300     OPEN OUTPUT ADJUSTMENT-REPORT.
018400
018500     MOVE WS-TODAY                  TO RPT-HDG-DATE.
018600     WRITE CTARPT-RECORD         FROM RPT-HEADING-1.
018700     WRITE CTARPT-RECORD         FROM RPT-HEADING-2.
018800
018900     MOVE LOW-VALUES                TO CTC-RECORD-KEY.
019000     START CERT-CASE-FILE KEY IS >= CTC-RECORD-KEY
019100         INVALID KEY MOVE 'Y'       TO WS-CASE-EOF-SWITCH
019200     END-START.
019300     PERFORM 1100-LOAD-ONE-CASE UNTIL CASE-END-OF-FILE.
019400
019500     PERFORM 2900-READ-NEXT-HISTORY.
019600/
019700 1100-LOAD-ONE-CASE.
019800     READ CERT-CASE-FILE NEXT RECORD
019900         AT END MOVE 'Y'            TO WS-CASE-EOF-SWITCH
020000         NOT AT END
020100           IF CTC-OVERPAYMENT-CONFIRMED  THEN
020200              ADD 1                 TO WS-CASES-WAITING-COUNT
020300              IF WS-CASE-COUNT < 200  THEN
020400                 ADD 1              TO WS-CASE-COUNT
020500                 MOVE CTC-RECORD-KEY TO
020600                    WS-CS-RECORD-KEY (WS-CASE-COUNT)
020700                 MOVE CTC-PROVIDER-NUMBER TO
020800                    WS-CS-PROVIDER (WS-CASE-COUNT)
020900                 MOVE CTC-CORRECTION-TYPE TO
021000                    WS-CS-CORRECTION-TYPE (WS-CASE-COUNT)
021100                 MOVE CTC-ERROR-AMT TO
021200                    WS-CS-ERROR-AMT (WS-CASE-COUNT)
021300                 MOVE ZERO          TO
021400                    WS-CS-LINES-SENT (WS-CASE-COUNT)
021500              ELSE
021600                 ADD 1              TO WS-CASES-LEFT-COUNT
021700              END-IF
021800           END-IF
021900     END-READ.
022000/
022100******************************************************************
022200*  ONE HISTORY RECORD - KEPT ONLY IF IT IS A LINE OF A WAITING   *
022300*  CASE'S CLAIM FOR THE CASE'S PROVIDER.                         *
022400******************************************************************
022500 2000-COLLECT-HISTORY.
022600     ADD 1                          TO WS-HIST-READ-COUNT.
022700     MOVE PH-CLAIM-EXTRACT-IMAGE    TO CLAIM-EXTRACT-RECORD.
022800     MOVE ZERO                      TO WS-CASE-MATCH-SUB.
022900     PERFORM 2100-TEST-ONE-CASE
023000        VARYING WS-CASE-SUB FROM 1 BY 1
023100        UNTIL WS-CASE-SUB > WS-CASE-COUNT
023200           OR WS-CASE-MATCH-SUB > ZERO.
023300
023400     IF WS-CASE-MATCH-SUB > ZERO  THEN
023500        MOVE ZERO                   TO WS-LINE-MATCH-SUB
023600        PERFORM 2200-TEST-ONE-LINE
023700           VARYING WS-LINE-SUB FROM 1 BY 1
023800           UNTIL WS-LINE-SUB > WS-LINE-COUNT
023900              OR WS-LINE-MATCH-SUB > ZERO
024000        IF WS-LINE-MATCH-SUB = ZERO  THEN
024100           IF WS-LINE-COUNT < 4000  THEN
024200              ADD 1                 TO WS-LINE-COUNT
024300              MOVE WS-LINE-COUNT    TO WS-LINE-MATCH-SUB
024400              MOVE WS-CASE-MATCH-SUB TO
024500                 WS-LN-CASE-SUB (WS-LINE-MATCH-SUB)
024600              MOVE CX-LINE-ITEM-DATE-SERVICE TO
024700                 WS-LN-DOS (WS-LINE-MATCH-SUB)
024800              MOVE CX-REV-CODE      TO
024900                 WS-LN-REV-CODE (WS-LINE-MATCH-SUB)
025000           ELSE
025100              DISPLAY 'ESCALCTA - LINE TABLE FULL - CLAIM '
025200                 CX-CLAIM-NUMBER ' LINE NOT KEPT'
025300           END-IF
025400        END-IF
025500        IF WS-LINE-MATCH-SUB > ZERO  THEN
025600           MOVE PH-PPS-RTC          TO
025700              WS-LN-RTC (WS-LINE-MATCH-SUB)
025800           MOVE PH-CLAIM-EXTRACT-IMAGE TO
025900              WS-LN-IMAGE (WS-LINE-MATCH-SUB)
026000        END-IF
026100     END-IF.
026200
026300     PERFORM 2900-READ-NEXT-HISTORY.
026400/
026500 2100-TEST-ONE-CASE.
026600     IF WS-CS-CLAIM (WS-CASE-SUB) = CX-CLAIM-NUMBER  AND
026700        WS-CS-PROVIDER (WS-CASE-SUB) = CX-PROVIDER-NUMBER  THEN
026800        MOVE WS-CASE-SUB            TO WS-CASE-MATCH-SUB
026900     END-IF.
027000/
027100 2200-TEST-ONE-LINE.
027200     IF WS-LN-CASE-SUB (WS-LINE-SUB) = WS-CASE-MATCH-SUB  AND
027300        WS-LN-DOS (WS-LINE-SUB) = CX-LINE-ITEM-DATE-SERVICE  AND
027400        WS-LN-REV-CODE (WS-LINE-SUB) = CX-REV-CODE  THEN
027500        MOVE WS-LINE-SUB            TO WS-LINE-MATCH-SUB
027600     END-IF.
027700/
027800 2900-READ-NEXT-HISTORY.
027900     READ PRICED-HISTORY-IN
028000         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
028100     END-READ.
028200/
028300******************************************************************
028400*  SEND ONE CASE'S PAID LINES, THEN MARK THE CASE.               *
028500******************************************************************
028600 3000-SEND-ONE-CASE.
028700     PERFORM 3100-SEND-ONE-LINE
028800        VARYING WS-LINE-SUB FROM 1 BY 1
028900        UNTIL WS-LINE-SUB > WS-LINE-COUNT.
029000
029100     MOVE WS-CS-RECORD-KEY (WS-CASE-SUB) TO CTC-RECORD-KEY.
029200     MOVE CTC-SAMPLE-PERIOD         TO RPT-SAMPLE-PERIOD.
029300     MOVE CTC-CLAIM-NUMBER          TO RPT-CLAIM-NUMBER.
029400     MOVE WS-CS-PROVIDER (WS-CASE-SUB) TO RPT-PROVIDER.
029500     MOVE WS-CS-CORRECTION-TYPE (WS-CASE-SUB) TO
029600                                       RPT-CORRECTION-TYPE.
029700     MOVE WS-CS-LINES-SENT (WS-CASE-SUB) TO RPT-LINES-SENT.
029800     MOVE WS-CS-ERROR-AMT (WS-CASE-SUB) TO RPT-ERROR-AMT.
029900
030000     IF WS-CS-LINES-SENT (WS-CASE-SUB) = ZERO  THEN
030100        ADD 1                       TO WS-CASES-LEFT-COUNT
030200        MOVE 'NO PAID LINE ON HISTORY - WAITING'
030300                                    TO RPT-DISPOSITION
030400     ELSE
030500        READ CERT-CASE-FILE
030600            INVALID KEY
030700              MOVE 'CASE GONE FROM FILE - LINES SENT'
030800                                    TO RPT-DISPOSITION
030900            NOT INVALID KEY
031000              MOVE 'A'              TO CTC-CASE-STATUS
031100              MOVE WS-TODAY         TO CTC-ADJUSTMENT-DATE
031200                                       CTC-LAST-UPDATE-DATE
031300              REWRITE CERT-CASE-RECORD
031400              ADD 1                 TO WS-CASES-ADJUSTED-COUNT
031500              ADD WS-CS-ERROR-AMT (WS-CASE-SUB) TO
031600                                       WS-ERROR-TOTAL-AMT
031700              MOVE 'ADJUSTMENT SENT' TO RPT-DISPOSITION
031800        END-READ
031900     END-IF.
032000     WRITE CTARPT-RECORD  FROM RPT-DETAIL-LINE.
032100/
032200 3100-SEND-ONE-LINE.
032300     IF WS-LN-CASE-SUB (WS-LINE-SUB) = WS-CASE-SUB  AND
032400        WS-LN-RTC (WS-LINE-SUB) < 50  THEN
032500        MOVE WS-LN-IMAGE (WS-LINE-SUB) TO CLAIM-EXTRACT-RECORD
032600        IF WS-CS-CORRECTION-TYPE (WS-CASE-SUB) = 'V'  THEN
032700           MOVE 'V'                 TO CX-CLAIM-ACTION-CODE
032800        ELSE
032900           MOVE 'A'                 TO CX-CLAIM-ACTION-CODE
033000           PERFORM 3200-REMOVE-COMORBIDS
033100        END-IF
033200        WRITE CTAADJ-RECORD  FROM CLAIM-EXTRACT-RECORD
033300        ADD 1                       TO WS-LINES-WRITTEN-COUNT
033400        ADD 1                       TO
033500           WS-CS-LINES-SENT (WS-CASE-SUB)
033600     END-IF.
033700/
033800******************************************************************
033900*  THE RECORD DID NOT SUPPORT THE COMORBIDITIES.  THE NIGHTLY RUN*
034000*  DERIVES CATEGORIES FROM THE DIAGNOSES AS WELL AS TAKING THE   *
034100*  ONES BILLED, SO BOTH THE CATEGORIES AND EVERY DIAGNOSIS THAT  *
034200*  MAPS TO ONE ON THE DATE OF SERVICE COME OFF THE CLAIM.        *
034300******************************************************************
034400 3200-REMOVE-COMORBIDS.
034500     PERFORM 3210-CLEAR-ONE-CATEGORY
034600        VARYING WS-SUB FROM 1 BY 1
034700        UNTIL WS-SUB > 6.
034800     MOVE SPACES                    TO
034900        CX-COMORBID-CWF-RETURN-CODE.
035000     PERFORM 3220-CLEAR-ONE-CWF-CODE
035100        VARYING WS-SUB FROM 1 BY 1
035200        UNTIL WS-SUB > 5.
035300     PERFORM 3230-DROP-ONE-DIAGNOSIS
035400        VARYING WS-SUB FROM 1 BY 1
035500        UNTIL WS-SUB > 10.
035600/
035700 3210-CLEAR-ONE-CATEGORY.
035800     MOVE SPACES                    TO CX-COMORBID-DATA (WS-SUB).
035900/
036000 3220-CLEAR-ONE-CWF-CODE.
036100     MOVE SPACES                    TO
036200        CX-COMORBID-CWF-RETURN-CODE-ADDL (WS-SUB).
036300/
036400 3230-DROP-ONE-DIAGNOSIS.
036500     IF CX-DIAG-CODE (WS-SUB) NOT = SPACES  THEN
036600        MOVE CX-DIAG-CODE (WS-SUB)  TO ICX-DIAG-CODE
036700        MOVE CX-LINE-ITEM-DATE-SERVICE TO ICX-DATE-OF-SERVICE
036800        CALL 'ESCALICX'          USING ICD-MAP-LOOKUP-REQUEST
036900        IF ICX-RECORD-FOUND  THEN
037000           MOVE SPACES              TO CX-DIAG-CODE (WS-SUB)
037100        END-IF
037200     END-IF.
037300/
037400 6000-PRINT-RUN-TOTALS.
037500     MOVE SPACES                    TO CTARPT-RECORD.
037600     WRITE CTARPT-RECORD.
037700
037800     MOVE ZERO                      TO RPT-TOTAL-AMT.
037900     MOVE 'CASES WAITING ON ADJUSTMENT .' TO RPT-TOTAL-TEXT.
038000     MOVE WS-CASES-WAITING-COUNT    TO RPT-TOTAL-COUNT.
038100     WRITE CTARPT-RECORD  FROM RPT-TOTAL-LINE.
038200
038300     MOVE 'HISTORY RECORDS READ  . . . .' TO RPT-TOTAL-TEXT.
038400     MOVE WS-HIST-READ-COUNT        TO RPT-TOTAL-COUNT.
038500     WRITE CTARPT-RECORD  FROM RPT-TOTAL-LINE.
038600
038700     MOVE 'TRANSACTIONS WRITTEN  . . . .' TO RPT-TOTAL-TEXT.
038800     MOVE WS-LINES-WRITTEN-COUNT    TO RPT-TOTAL-COUNT.
038900     WRITE CTARPT-RECORD  FROM RPT-TOTAL-LINE.
039000
039100     MOVE 'CASES LEFT WAITING  . . . . .' TO RPT-TOTAL-TEXT.
039200     MOVE WS-CASES-LEFT-COUNT       TO RPT-TOTAL-COUNT.
039300     WRITE CTARPT-RECORD  FROM RPT-TOTAL-LINE.
039400
039500     MOVE 'CASES ADJUSTED  . . . . . . .' TO RPT-TOTAL-TEXT.
039600     MOVE WS-CASES-ADJUSTED-COUNT   TO RPT-TOTAL-COUNT.
039700     MOVE WS-ERROR-TOTAL-AMT        TO RPT-TOTAL-AMT.
039800     WRITE CTARPT-RECORD  FROM RPT-TOTAL-LINE.
039900/
040000 7000-TERMINATE.
040100     CLOSE CERT-CASE-FILE
040200           PRICED-HISTORY-IN
040300           ADJ-TRANSACTION-OUT
040400           ADJUSTMENT-REPORT.
