000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALWQF.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALWQF - NEW PROGRAM
000700*         - NIGHTLY WORK-QUEUE FEED.  BRINGS EVERY CLAIM STANDING
000800*           ON ONE OF THE WORK QUEUES ONTO THE KEYED WORK-ITEM
000900*           MASTER (WRKFILE) - THE RUN'S EXCEPTION QUEUE (PRCEXC),
001000*           THE SUSPENSE MASTER AS ESCALSUS ROLLED IT (SUSPMST),
001100*           THE MEDICAL-REVIEW HOLDS AS ESCALMRV CARRIED THEM
001200*           (MRVHLDO) AND THE TIMELY-FILING AUTHORIZATIONS
001300*           (TFLAUTH).  A CLAIM NEW TO A QUEUE OPENS AN ITEM IN
001400*           THE UNASSIGNED POOL WITH THE QUEUE'S DEFAULT PRIORITY;
001500*           ONE ALREADY OPEN IS REFRESHED.  AN ITEM CLEARS ON ITS
001600*           OWN WHEN ITS CLAIM PRICES PAID ON TONIGHT'S
001700*           PRICED-CLAIM HISTORY (PRCHIST) OR WHEN THE SUSPENSE,
001800*           REVIEW OR AUTHORIZATION QUEUE NO LONGER LISTS IT.  AN
001900*           OPEN ITEM NOBODY HAS TOUCHED FOR 14 DAYS GOES TO
002000*           PRIORITY 1 AND IS LISTED ON THE FEED REPORT (WQFRPT).
002100******************************************************************
002200 DATE-COMPILED.
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-Z990.
002600 OBJECT-COMPUTER.            IBM-Z990.
002700 INPUT-OUTPUT  SECTION.
002800 FILE-CONTROL.
002900     SELECT WORK-ITEM-FILE       ASSIGN TO WRKFILE
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS WKI-RECORD-KEY.
003300     SELECT EXCEPTION-QUEUE-IN   ASSIGN TO PRCEXC
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT SUSPENSE-MASTER-IN   ASSIGN TO SUSPMST
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT REVIEW-QUEUE-IN      ASSIGN TO MRVHLDO
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT TIMELY-FILING-AUTH   ASSIGN TO TFLAUTH
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT FEED-REPORT          ASSIGN TO WQFRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  WORK-ITEM-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 COPY WKICPY.
005100/
005200******************************************************************
005300*  THE RUN'S EXCEPTION QUEUE, IN THE LAYOUT ESCALRUN WRITES IT.  *
005400******************************************************************
005500 FD  EXCEPTION-QUEUE-IN
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 01  EXCQ-RECORD.
005900     05  EXCQ-CLAIM-NUMBER          PIC X(13).
006000     05  FILLER                     PIC X(02).
006100     05  EXCQ-RTC                   PIC 9(02).
006200     05  FILLER                     PIC X(02).
006300     05  EXCQ-REASON-TEXT           PIC X(46).
006400     05  FILLER                     PIC X(15).
006500/
006600 FD  SUSPENSE-MASTER-IN
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 COPY SUSPCPY.
007000/
007100 FD  REVIEW-QUEUE-IN
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 COPY MRQCPY.
007500/
007600 FD  TIMELY-FILING-AUTH
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900 COPY TFAHCPY.
008000/
008100******************************************************************
008200*  TONIGHT'S PRICED-CLAIM HISTORY GENERATION - A PAID LINE       *
008300*  CLEARS THE CLAIM'S ITEMS.                                     *
008400******************************************************************
008500 FD  PRICED-HISTORY-IN
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
008800 COPY PHISTCPY.
008900/
009000 FD  FEED-REPORT
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  WQFRPT-RECORD                  PIC X(100).
009400/
009500 WORKING-STORAGE SECTION.
009600 01  W-STORAGE-REF                  PIC X(46) VALUE
009700     'ESCALWQF      - W O R K I N G   S T O R A G E'.
009800
009900 01  WS-EXCQ-EOF-SWITCH             PIC X(01) VALUE 'N'.
010000     88  EXCQ-END-OF-FILE                      VALUE 'Y'.
010100 01  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE 'N'.
010200     88  SUSP-END-OF-FILE                      VALUE 'Y'.
010300 01  WS-REVIEW-EOF-SWITCH           PIC X(01) VALUE 'N'.
010400     88  REVIEW-END-OF-FILE                    VALUE 'Y'.
010500 01  WS-TFA-EOF-SWITCH              PIC X(01) VALUE 'N'.
010600     88  TFA-END-OF-FILE                       VALUE 'Y'.
010700 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
010800     88  HIST-END-OF-FILE                      VALUE 'Y'.
010900 01  WS-ITEM-EOF-SWITCH             PIC X(01) VALUE 'N'.
011000     88  ITEM-END-OF-FILE                      VALUE 'Y'.
011100     88  ITEM-NOT-END-OF-FILE                  VALUE 'N'.
011200
011300 01  WS-ITEM-FOUND-SWITCH           PIC X(01).
011400     88  ITEM-FOUND                            VALUE 'Y'.
011500     88  ITEM-NOT-FOUND                        VALUE 'N'.
011600
011700 01  WS-TODAY                       PIC 9(08).
011800 01  WS-TODAY-INT                   PIC 9(07).
011900 01  WS-UNTOUCHED-DAYS-COUNT        PIC 9(05).
012000 01  WS-QUEUE-SUB                   PIC 9(01).
012100 01  WS-SUB                         PIC 9(01).
012200
012300******************************************************************
012400*  AN OPEN ITEM NO ONE HAS ACTED ON FOR THIS MANY DAYS IS        *
012500*  RAISED TO PRIORITY 1.                                         *
012600******************************************************************
012700 01  WS-UNTOUCHED-LIMIT-DAYS        PIC 9(03) VALUE 14.
012800
012900******************************************************************
013000*  THE QUEUES, THEIR NAMES, AND THE PRIORITY A NEW ITEM TAKES -  *
013100*  A REVIEW HOLD IS ALREADY RUNNING AGAINST THE PROMPT-PAY       *
013200*  DEADLINE, SO IT STARTS AT THE TOP.                            *
013300******************************************************************
013400 01  WS-QUEUE-VALUES.
013500     05  FILLER                     PIC X(13) VALUE
013600         'EEXCEPTIONS 2'.
013700     05  FILLER                     PIC X(13) VALUE
013800         'SSUSPENSE   3'.
013900     05  FILLER                     PIC X(13) VALUE
014000         'RREVIEW     1'.
014100     05  FILLER                     PIC X(13) VALUE
014200         'TTIMELY AUTH2'.
014300 01  WS-QUEUE-TABLE  REDEFINES  WS-QUEUE-VALUES.
014400     05  WS-QUEUE-ENTRY  OCCURS 4 TIMES.
014500         10  WS-QUEUE-CODE          PIC X(01).
014600         10  WS-QUEUE-NAME          PIC X(11).
014700         10  WS-QUEUE-PRIORITY      PIC 9(01).
014800
014900******************************************************************
015000*  THE ITEM BEING POSTED FROM A QUEUE RECORD.                    *
015100******************************************************************
015200 01  WS-POST-ITEM.
015300     05  WS-POST-QUEUE-SUB          PIC 9(01).
015400     05  WS-POST-CLAIM-NUMBER       PIC X(13).
015500     05  WS-POST-PROVIDER-NUMBER    PIC X(06).
015600     05  WS-POST-MBI                PIC X(11).
015700     05  WS-POST-RTC                PIC 9(02).
015800     05  WS-POST-REASON-TEXT        PIC X(46).
015900     05  WS-POST-AMOUNT             PIC 9(07)V9(02).
016000     05  WS-POST-SOURCE-DATE        PIC 9(08).
016100
016200 01  WS-QUEUE-TOTALS.
016300     05  WS-QT-ENTRY  OCCURS 4 TIMES.
016400         10  WS-QT-READ-COUNT       PIC 9(07).
016500         10  WS-QT-OPENED-COUNT     PIC 9(07).
016600         10  WS-QT-REOPENED-COUNT   PIC 9(07).
016700         10  WS-QT-CLEARED-COUNT    PIC 9(07).
016800         10  WS-QT-ESCALATED-COUNT  PIC 9(07).
016900         10  WS-QT-OPEN-COUNT       PIC 9(07).
017000         10  WS-QT-UNASSIGNED-COUNT PIC 9(07).
017100
017200 01  WS-HIST-READ-COUNT             PIC 9(09) VALUE ZERO.
017300
017400 01  RPT-HEADING-1.
017500     05  FILLER                     PIC X(05) VALUE SPACES.
017600     05  FILLER                     PIC X(40) VALUE
017700         'WORK QUEUE NIGHTLY FEED - RUN DATE'.
017800     05  RPT-HDG-DATE               PIC 9(08).
017900
018000 01  RPT-HEADING-2.
018100     05  FILLER                     PIC X(01) VALUE SPACES.
018200     05  FILLER                     PIC X(12) VALUE 'QUEUE'.
018300     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
018400     05  FILLER                     PIC X(07) VALUE 'PROV'.
018500     05  FILLER                     PIC X(04) VALUE 'RTC'.
018600     05  FILLER                     PIC X(09) VALUE 'ANALYST'.
018700     05  FILLER                     PIC X(10) VALUE 'OPENED'.
018800     05  FILLER                     PIC X(07) VALUE 'IDLE'.
018900     05  FILLER                     PIC X(20) VALUE 'DISPOSITION'.
019000
019100 01  RPT-DETAIL-LINE.
019200     05  FILLER                     PIC X(01) VALUE SPACES.
019300     05  RPT-QUEUE-NAME             PIC X(11).
019400     05  FILLER                     PIC X(01) VALUE SPACES.
019500     05  RPT-CLAIM-NUMBER           PIC X(13).
019600     05  FILLER                     PIC X(01) VALUE SPACES.
019700     05  RPT-PROVIDER               PIC X(06).
019800     05  FILLER                     PIC X(01) VALUE SPACES.
019900     05  RPT-RTC                    PIC X(02).
020000     05  FILLER                     PIC X(02) VALUE SPACES.
020100     05  RPT-ANALYST                PIC X(08).
020200     05  FILLER                     PIC X(01) VALUE SPACES.
020300     05  RPT-OPENED-DATE            PIC 9(08).
020400     05  FILLER                     PIC X(02) VALUE SPACES.
020500     05  RPT-IDLE-DAYS              PIC ZZ,ZZ9.
020600     05  FILLER                     PIC X(02) VALUE SPACES.
020700     05  RPT-DISPOSITION            PIC X(30).
020800
020900 01  RPT-QUEUE-HEADING.
021000     05  FILLER                     PIC X(05) VALUE SPACES.
021100     05  FILLER                     PIC X(13) VALUE 'QUEUE'.
021200     05  FILLER                     PIC X(09) VALUE '    READ'.
021300     05  FILLER                     PIC X(09) VALUE '  OPENED'.
021400     05  FILLER                     PIC X(09) VALUE 'REOPENED'.
021500     05  FILLER                     PIC X(09) VALUE ' CLEARED'.
021600     05  FILLER                     PIC X(09) VALUE 'RAISED'.
021700     05  FILLER                     PIC X(09) VALUE 'OPEN NOW'.
021800     05  FILLER                     PIC X(09) VALUE 'UNASSIGN'.
021900
022000 01  RPT-QUEUE-LINE.
022100     05  FILLER                     PIC X(05) VALUE SPACES.
022200     05  RPT-QL-NAME                PIC X(11).
022300     05  FILLER                     PIC X(01) VALUE SPACES.
022400     05  RPT-QL-READ                PIC Z,ZZZ,ZZ9.
022500     05  RPT-QL-OPENED              PIC Z,ZZZ,ZZ9.
022600     05  RPT-QL-REOPENED            PIC Z,ZZZ,ZZ9.
022700     05  RPT-QL-CLEARED             PIC Z,ZZZ,ZZ9.
022800     05  RPT-QL-ESCALATED           PIC Z,ZZZ,ZZ9.
022900     05  RPT-QL-OPEN                PIC Z,ZZZ,ZZ9.
023000     05  RPT-QL-UNASSIGNED          PIC Z,ZZZ,ZZ9.
023100
023200 01  RPT-TOTAL-LINE.
023300     05  FILLER                     PIC X(05) VALUE SPACES.
023400     05  RPT-TOTAL-TEXT             PIC X(30).
023500     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
023600/
023700 COPY CLAIMXCPY.
023800/
023900 PROCEDURE DIVISION.
024000
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE.
024300     PERFORM 2000-LOAD-EXCEPTION UNTIL EXCQ-END-OF-FILE.
024400     PERFORM 2100-LOAD-SUSPENSE UNTIL SUSP-END-OF-FILE.
024500     PERFORM 2200-LOAD-REVIEW-HOLD UNTIL REVIEW-END-OF-FILE.
024600     PERFORM 2300-LOAD-TIMELY-AUTH UNTIL TFA-END-OF-FILE.
024700     PERFORM 3000-CLEAR-PAID-CLAIM UNTIL HIST-END-OF-FILE.
024800     PERFORM 3900-START-SWEEP.
024900     PERFORM 4000-SWEEP-ONE-ITEM UNTIL ITEM-END-OF-FILE.
025000     PERFORM 6000-PRINT-RUN-TOTALS.
025100     PERFORM 7000-TERMINATE.
025200     GOBACK.
025300/
025400 1000-INITIALIZE.
025500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
025600     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
025700     MOVE ZEROS                     TO WS-QUEUE-TOTALS.
025800
025900     OPEN I-O    WORK-ITEM-FILE.
026000     OPEN INPUT  EXCEPTION-QUEUE-IN
026100                 SUSPENSE-MASTER-IN
026200                 REVIEW-QUEUE-IN
026300                 TIMELY-FILING-AUTH
026400                 PRICED-HISTORY-IN.
026500     OPEN OUTPUT FEED-REPORT.
026600
026700     MOVE WS-TODAY                  TO RPT-HDG-DATE.
026800     WRITE WQFRPT-RECORD         FROM RPT-HEADING-1.
026900     WRITE WQFRPT-RECORD         FROM RPT-HEADING-2.
027000
027100     PERFORM 2090-READ-NEXT-EXCEPTION.
027200     PERFORM 2190-READ-NEXT-SUSPENSE.
027300     PERFORM 2290-READ-NEXT-REVIEW-HOLD.
027400     PERFORM 2390-READ-NEXT-TIMELY-AUTH.
027500     PERFORM 3090-READ-NEXT-HISTORY.
027600/
027700******************************************************************
027800*  ONE RECORD OFF EACH QUEUE, TURNED INTO THE ITEM TO POST.      *
027900******************************************************************
028000 2000-LOAD-EXCEPTION.
028100     INITIALIZE WS-POST-ITEM.
028200     MOVE 1                         TO WS-POST-QUEUE-SUB.
028300     MOVE EXCQ-CLAIM-NUMBER         TO WS-POST-CLAIM-NUMBER.
028400     IF EXCQ-RTC NUMERIC  THEN
028500        MOVE EXCQ-RTC               TO WS-POST-RTC
028600     END-IF.
028700     MOVE EXCQ-REASON-TEXT          TO WS-POST-REASON-TEXT.
028800     MOVE WS-TODAY                  TO WS-POST-SOURCE-DATE.
028900     PERFORM 2500-POST-ITEM.
029000     PERFORM 2090-READ-NEXT-EXCEPTION.
029100/
029200 2090-READ-NEXT-EXCEPTION.
029300     READ EXCEPTION-QUEUE-IN
029400         AT END MOVE 'Y'            TO WS-EXCQ-EOF-SWITCH
029500     END-READ.
029600/
029700 2100-LOAD-SUSPENSE.
029800     INITIALIZE WS-POST-ITEM.
029900     MOVE SUS-CLAIM-EXTRACT-IMAGE   TO CLAIM-EXTRACT-RECORD.
030000     MOVE 2                         TO WS-POST-QUEUE-SUB.
030100     MOVE CX-CLAIM-NUMBER           TO WS-POST-CLAIM-NUMBER.
030200     MOVE CX-PROVIDER-NUMBER        TO WS-POST-PROVIDER-NUMBER.
030300     MOVE CX-MBI                    TO WS-POST-MBI.
030400     MOVE SUS-PPS-RTC               TO WS-POST-RTC.
030500     MOVE 'REJECTED TO SUSPENSE'    TO WS-POST-REASON-TEXT.
030600     MOVE SUS-REJECT-DATE           TO WS-POST-SOURCE-DATE.
030700     PERFORM 2500-POST-ITEM.
030800     PERFORM 2190-READ-NEXT-SUSPENSE.
030900/
031000 2190-READ-NEXT-SUSPENSE.
031100     READ SUSPENSE-MASTER-IN
031200         AT END MOVE 'Y'            TO WS-SUSP-EOF-SWITCH
031300     END-READ.
031400/
031500 2200-LOAD-REVIEW-HOLD.
031600     INITIALIZE WS-POST-ITEM.
031700     MOVE MRQ-CLAIM-EXTRACT-IMAGE   TO CLAIM-EXTRACT-RECORD.
031800     MOVE 3                         TO WS-POST-QUEUE-SUB.
031900     MOVE CX-CLAIM-NUMBER           TO WS-POST-CLAIM-NUMBER.
032000     MOVE CX-PROVIDER-NUMBER        TO WS-POST-PROVIDER-NUMBER.
032100     MOVE CX-MBI                    TO WS-POST-MBI.
032200     MOVE MRQ-PPS-RTC               TO WS-POST-RTC.
032300     MOVE 'HELD FOR PRE-PAYMENT MEDICAL REVIEW'
032400                                    TO WS-POST-REASON-TEXT.
032500     IF MRQ-NET-PAY-AMT NUMERIC  THEN
032600        MOVE MRQ-NET-PAY-AMT        TO WS-POST-AMOUNT
032700     END-IF.
032800     MOVE MRQ-QUEUE-DATE            TO WS-POST-SOURCE-DATE.
032900     PERFORM 2500-POST-ITEM.
033000     PERFORM 2290-READ-NEXT-REVIEW-HOLD.
033100/
033200 2290-READ-NEXT-REVIEW-HOLD.
033300     READ REVIEW-QUEUE-IN
033400         AT END MOVE 'Y'            TO WS-REVIEW-EOF-SWITCH
033500     END-READ.
033600/
033700 2300-LOAD-TIMELY-AUTH.
033800     INITIALIZE WS-POST-ITEM.
033900     MOVE 4                         TO WS-POST-QUEUE-SUB.
034000     MOVE TFA-CLAIM-NUMBER          TO WS-POST-CLAIM-NUMBER.
034100     STRING 'TIMELY FILING AUTH ' DELIMITED BY SIZE
034200            TFA-AUTH-CODE          DELIMITED BY SPACE
034300            ' BY '                 DELIMITED BY SIZE
034400            TFA-OPERATOR-ID        DELIMITED BY SPACE
034500        INTO WS-POST-REASON-TEXT.
034600     MOVE WS-TODAY                  TO WS-POST-SOURCE-DATE.
034700     PERFORM 2500-POST-ITEM.
034800     PERFORM 2390-READ-NEXT-TIMELY-AUTH.
034900/
035000 2390-READ-NEXT-TIMELY-AUTH.
035100     READ TIMELY-FILING-AUTH
035200         AT END MOVE 'Y'            TO WS-TFA-EOF-SWITCH
035300     END-READ.
035400/
035500******************************************************************
035600*  POST ONE QUEUE RECORD.  A CLAIM NEW TO THE QUEUE OPENS AN     *
035700*  ITEM; AN OPEN ITEM IS REFRESHED AND MARKED SEEN TONIGHT (A    *
035800*  CLAIM WITH SEVERAL LINES ON THE QUEUE ADDS THEIR AMOUNTS);    *
035900*  A CLEARED OR CLOSED ITEM WHOSE CLAIM IS BACK ON THE QUEUE IS  *
036000*  REOPENED - EXCEPT A TIMELY-FILING AUTHORIZATION, WHICH STAYS  *
036100*  ON TFLAUTH AFTER ITS CLAIM HAS PAID.                          *
036200******************************************************************
036300 2500-POST-ITEM.
036400     MOVE WS-POST-QUEUE-SUB         TO WS-QUEUE-SUB.
036500     ADD 1                TO WS-QT-READ-COUNT (WS-QUEUE-SUB).
036600     MOVE WS-QUEUE-CODE (WS-QUEUE-SUB) TO WKI-ITEM-TYPE.
036700     MOVE WS-POST-CLAIM-NUMBER      TO WKI-CLAIM-NUMBER.
036800     READ WORK-ITEM-FILE
036900         INVALID KEY     MOVE 'N'   TO WS-ITEM-FOUND-SWITCH
037000         NOT INVALID KEY MOVE 'Y'   TO WS-ITEM-FOUND-SWITCH
037100     END-READ.
037200
037300     EVALUATE TRUE
037400        WHEN ITEM-NOT-FOUND
037500           PERFORM 2510-OPEN-NEW-ITEM
037600           WRITE WORK-ITEM-RECORD
037700           ADD 1             TO WS-QT-OPENED-COUNT (WS-QUEUE-SUB)
037800        WHEN WKI-OPEN
037900           PERFORM 2520-REFRESH-ITEM
038000           REWRITE WORK-ITEM-RECORD
038100        WHEN WKI-TIMELY-AUTH-ITEM
038200           CONTINUE
038300        WHEN OTHER
038400           PERFORM 2530-REOPEN-ITEM
038500           PERFORM 2520-REFRESH-ITEM
038600           REWRITE WORK-ITEM-RECORD
038700           ADD 1      TO WS-QT-REOPENED-COUNT (WS-QUEUE-SUB)
038800     END-EVALUATE.
038900/
039000 2510-OPEN-NEW-ITEM.
039100     MOVE SPACES                    TO WORK-ITEM-RECORD.
039200     INITIALIZE WORK-ITEM-RECORD.
039300     MOVE WS-QUEUE-CODE (WS-QUEUE-SUB) TO WKI-ITEM-TYPE.
039400     MOVE WS-POST-CLAIM-NUMBER      TO WKI-CLAIM-NUMBER.
039500     MOVE WS-QUEUE-PRIORITY (WS-QUEUE-SUB) TO WKI-PRIORITY.
039600     MOVE 'N'                       TO WKI-ITEM-STATUS
039700                                       WKI-ESCALATED-SWITCH.
039800     MOVE WS-TODAY                  TO WKI-OPENED-DATE
039900                                       WKI-LAST-ACTION-DATE.
040000     PERFORM 2520-REFRESH-ITEM.
040100/
040200 2520-REFRESH-ITEM.
040300     IF WS-POST-PROVIDER-NUMBER NOT = SPACES  THEN
040400        MOVE WS-POST-PROVIDER-NUMBER TO WKI-PROVIDER-NUMBER
040500     END-IF.
040600     IF WS-POST-MBI NOT = SPACES  THEN
040700        MOVE WS-POST-MBI            TO WKI-MBI
040800     END-IF.
040900     MOVE WS-POST-RTC               TO WKI-PPS-RTC.
041000     MOVE WS-POST-REASON-TEXT       TO WKI-REASON-TEXT.
041100     IF WKI-LAST-SEEN-DATE = WS-TODAY  THEN
041200        ADD WS-POST-AMOUNT          TO WKI-AMOUNT
041300     ELSE
041400        MOVE WS-POST-AMOUNT         TO WKI-AMOUNT
041500     END-IF.
041600     IF WS-POST-SOURCE-DATE NUMERIC  AND
041700        WS-POST-SOURCE-DATE > ZERO  THEN
041800        MOVE WS-POST-SOURCE-DATE    TO WKI-SOURCE-DATE
041900     ELSE
042000        MOVE WS-TODAY               TO WKI-SOURCE-DATE
042100     END-IF.
042200     MOVE WS-TODAY                  TO WKI-LAST-SEEN-DATE.
042300/
042400 2530-REOPEN-ITEM.
042500     MOVE 'N'                       TO WKI-ITEM-STATUS
042600                                       WKI-ESCALATED-SWITCH.
042700     MOVE SPACES                    TO WKI-ASSIGNED-ANALYST
042800                                       WKI-ASSIGNED-BY.
042900     MOVE ZERO                      TO WKI-ASSIGNED-DATE
043000                                       WKI-CLOSED-DATE.
043100     MOVE WS-QUEUE-PRIORITY (WS-QUEUE-SUB) TO WKI-PRIORITY.
043200     MOVE WS-TODAY                  TO WKI-OPENED-DATE
043300                                       WKI-LAST-ACTION-DATE.
043400     ADD 1                          TO WKI-REOPEN-COUNT.
043500/
043600******************************************************************
043700*  A PAID LINE ON TONIGHT'S HISTORY CLEARS EVERY OPEN ITEM OF ITS*
043800*  CLAIM THAT NO QUEUE LISTED AGAIN TONIGHT.                     *
043900******************************************************************
044000 3000-CLEAR-PAID-CLAIM.
044100     ADD 1                          TO WS-HIST-READ-COUNT.
044200     IF PH-PPS-RTC < 50  THEN
044300        MOVE PH-CLAIM-EXTRACT-IMAGE TO CLAIM-EXTRACT-RECORD
044400        PERFORM 3100-CLEAR-ONE-QUEUE
044500           VARYING WS-QUEUE-SUB FROM 1 BY 1
044600           UNTIL WS-QUEUE-SUB > 4
044700     END-IF.
044800     PERFORM 3090-READ-NEXT-HISTORY.
044900/
045000 3090-READ-NEXT-HISTORY.
045100     READ PRICED-HISTORY-IN
045200         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
045300     END-READ.
045400/
045500 3100-CLEAR-ONE-QUEUE.
045600     MOVE WS-QUEUE-CODE (WS-QUEUE-SUB) TO WKI-ITEM-TYPE.
045700     MOVE CX-CLAIM-NUMBER           TO WKI-CLAIM-NUMBER.
045800     READ WORK-ITEM-FILE
045900         INVALID KEY
046000           CONTINUE
046100         NOT INVALID KEY
046200           IF WKI-OPEN  AND  WKI-LAST-SEEN-DATE < WS-TODAY  THEN
046300              PERFORM 4100-CLEAR-ITEM
046400           END-IF
046500     END-READ.
046600/
046700******************************************************************
046800*  ONE PASS OF THE WHOLE MASTER.  AN OPEN SUSPENSE, REVIEW OR    *
046900*  AUTHORIZATION ITEM ITS QUEUE DID NOT LIST TONIGHT HAS LEFT    *
047000*  THE QUEUE AND CLEARS.  THE EXCEPTION QUEUE IS TONIGHT'S ALONE,*
047100*  SO AN EXCEPTION ITEM CLEARS ONLY ON A PAID LINE OR BY HAND.   *
047200*  WHAT STAYS OPEN IS COUNTED, AND RAISED IF IT HAS SAT IDLE.    *
047300******************************************************************
047400 3900-START-SWEEP.
047500     MOVE LOW-VALUES                TO WKI-RECORD-KEY.
047600     START WORK-ITEM-FILE KEY IS >= WKI-RECORD-KEY
047700         INVALID KEY MOVE 'Y'       TO WS-ITEM-EOF-SWITCH
047800     END-START.
047900     IF ITEM-NOT-END-OF-FILE  THEN
048000        PERFORM 4900-READ-NEXT-ITEM
048100     END-IF.
048200/
048300 4000-SWEEP-ONE-ITEM.
048400     IF WKI-OPEN  THEN
048500        PERFORM 4010-FIND-QUEUE
048600        EVALUATE TRUE
048700           WHEN WKI-EXCEPTION-ITEM
048800              PERFORM 4200-AGE-OPEN-ITEM
048900           WHEN WKI-LAST-SEEN-DATE < WS-TODAY
049000              PERFORM 4100-CLEAR-ITEM
049100           WHEN OTHER
049200              PERFORM 4200-AGE-OPEN-ITEM
049300        END-EVALUATE
049400     END-IF.
049500     PERFORM 4900-READ-NEXT-ITEM.
049600/
049700 4010-FIND-QUEUE.
049800     MOVE 1                         TO WS-QUEUE-SUB.
049900     PERFORM 4020-TEST-ONE-QUEUE
050000        VARYING WS-SUB FROM 2 BY 1
050100        UNTIL WS-SUB > 4.
050200/
050300 4020-TEST-ONE-QUEUE.
050400     IF WS-QUEUE-CODE (WS-SUB) = WKI-ITEM-TYPE  THEN
050500        MOVE WS-SUB                 TO WS-QUEUE-SUB
050600     END-IF.
050700/
050800 4100-CLEAR-ITEM.
050900     MOVE 'C'                       TO WKI-ITEM-STATUS.
051000     MOVE WS-TODAY                  TO WKI-CLOSED-DATE.
051100     REWRITE WORK-ITEM-RECORD.
051200     ADD 1                TO WS-QT-CLEARED-COUNT (WS-QUEUE-SUB).
051300/
051400 4200-AGE-OPEN-ITEM.
051500     ADD 1                TO WS-QT-OPEN-COUNT (WS-QUEUE-SUB).
051600     IF WKI-UNASSIGNED  THEN
051700        ADD 1             TO WS-QT-UNASSIGNED-COUNT (WS-QUEUE-SUB)
051800     END-IF.
051900     COMPUTE WS-UNTOUCHED-DAYS-COUNT = WS-TODAY-INT -
052000        FUNCTION INTEGER-OF-DATE(WKI-LAST-ACTION-DATE).
052100     IF WS-UNTOUCHED-DAYS-COUNT NOT < WS-UNTOUCHED-LIMIT-DAYS  AND
052200        NOT WKI-ESCALATED  THEN
052300        MOVE 1                      TO WKI-PRIORITY
052400        MOVE 'Y'                    TO WKI-ESCALATED-SWITCH
052500        REWRITE WORK-ITEM-RECORD
052600        ADD 1             TO WS-QT-ESCALATED-COUNT (WS-QUEUE-SUB)
052700        MOVE WS-QUEUE-NAME (WS-QUEUE-SUB) TO RPT-QUEUE-NAME
052800        MOVE WKI-CLAIM-NUMBER       TO RPT-CLAIM-NUMBER
052900        MOVE WKI-PROVIDER-NUMBER    TO RPT-PROVIDER
053000        MOVE WKI-PPS-RTC            TO RPT-RTC
053100        MOVE WKI-ASSIGNED-ANALYST   TO RPT-ANALYST
053200        MOVE WKI-OPENED-DATE        TO RPT-OPENED-DATE
053300        MOVE WS-UNTOUCHED-DAYS-COUNT TO RPT-IDLE-DAYS
053400        MOVE 'IDLE - RAISED TO PRIORITY 1' TO RPT-DISPOSITION
053500        WRITE WQFRPT-RECORD  FROM RPT-DETAIL-LINE
053600     END-IF.
053700/
053800 4900-READ-NEXT-ITEM.
053900     READ WORK-ITEM-FILE NEXT RECORD
054000         AT END MOVE 'Y'            TO WS-ITEM-EOF-SWITCH
054100     END-READ.
054200/
054300 6000-PRINT-RUN-TOTALS.
054400     MOVE SPACES                    TO WQFRPT-RECORD.
054500     WRITE WQFRPT-RECORD.
054600     WRITE WQFRPT-RECORD         FROM RPT-QUEUE-HEADING.
054700     PERFORM 6100-PRINT-ONE-QUEUE
054800        VARYING WS-QUEUE-SUB FROM 1 BY 1
054900        UNTIL WS-QUEUE-SUB > 4.
055000
055100     MOVE SPACES                    TO WQFRPT-RECORD.
055200     WRITE WQFRPT-RECORD.
055300     MOVE 'HISTORY RECORDS READ  . . . .' TO RPT-TOTAL-TEXT.
055400     MOVE WS-HIST-READ-COUNT        TO RPT-TOTAL-COUNT.
055500     WRITE WQFRPT-RECORD  FROM RPT-TOTAL-LINE.
055600/
055700 6100-PRINT-ONE-QUEUE.
055800     MOVE WS-QUEUE-NAME (WS-QUEUE-SUB) TO RPT-QL-NAME.
055900     MOVE WS-QT-READ-COUNT (WS-QUEUE-SUB) TO RPT-QL-READ.
056000     MOVE WS-QT-OPENED-COUNT (WS-QUEUE-SUB) TO RPT-QL-OPENED.
056100     MOVE WS-QT-REOPENED-COUNT (WS-QUEUE-SUB) TO RPT-QL-REOPENED.
056200     MOVE WS-QT-CLEARED-COUNT (WS-QUEUE-SUB) TO RPT-QL-CLEARED.
056300     MOVE WS-QT-ESCALATED-COUNT (WS-QUEUE-SUB) TO
056400                                       RPT-QL-ESCALATED.
056500     MOVE WS-QT-OPEN-COUNT (WS-QUEUE-SUB) TO RPT-QL-OPEN.
056600     MOVE WS-QT-UNASSIGNED-COUNT (WS-QUEUE-SUB) TO
056700                                       RPT-QL-UNASSIGNED.
056800     WRITE WQFRPT-RECORD  FROM RPT-QUEUE-LINE.
056900/
057000 7000-TERMINATE.
057100     CLOSE WORK-ITEM-FILE
057200           EXCEPTION-QUEUE-IN
057300           SUSPENSE-MASTER-IN
057400           REVIEW-QUEUE-IN
057500           TIMELY-FILING-AUTH
057600           PRICED-HISTORY-IN
057700           FEED-REPORT.
