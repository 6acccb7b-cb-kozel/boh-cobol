000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALXAK.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALXAK - NEW PROGRAM
000700*         - CROSSOVER ACKNOWLEDGMENT AND REJECT RETURN
000800*           PROCESSING.  READS THE STATE MEDICAID AGENCIES' AND
000900*           SUPPLEMENTAL INSURERS' RETURNS (XOVACK) AGAINST THE
001000*           CROSSOVER STATUS MASTER (XOVSTAT) ESCALXOV POSTS
001100*           EVERY DETAIL IT CUTS TO.  A DETAIL REJECT MARKS ITS
001200*           DETAIL REJECTED; A FILE ACKNOWLEDGMENT ACCEPTS EVERY
001300*           OTHER DETAIL OF THAT STATE'S FILE, OR REJECTS THEM
001400*           ALL WHEN THE STATE REFUSED THE FILE.  ONE PASS OF
001500*           THE STATUS MASTER THEN
001600*             - NOTIFIES EACH PROVIDER OF TONIGHT'S REJECTED
001700*               DETAILS (XOVNTC, THE RETURN-TO-PROVIDER NOTICE
001800*               LAYOUT) SO THE FACILITY CAN BILL THE STATE
001900*               DIRECTLY - OUR REMIT ALREADY TOLD IT THE PATIENT
002000*               OWES NOTHING;
002100*             - QUEUES A CORRECTED RESEND (XOVRSND, SORTED INTO
002200*               THE NEXT NIGHT'S XOVR AHEAD OF ESCALXOV) FOR A
002300*               REJECTED DETAIL ONCE ESCALDUL HAS UPDATED THE
002400*               BENEFICIARY'S DUAL STATUS, CARRYING THE STATUS
002500*               AND STATE NOW ON THE MASTER;
002600*             - CLOSES A REJECTED DETAIL WHOSE BENEFICIARY IS NO
002700*               LONGER DUAL.
002800*           THE REPORT (XAKRPT) LISTS THE REJECTS BY STATE WITH
002900*           STATE TOTALS, AND PROVES EACH ACKNOWLEDGMENT'S
003000*           RECEIVED AND REJECTED COUNTS AGAINST WHAT WE SENT.
003100*           A RETURN-CODE OF 4 MEANS A REJECT DID NOT MATCH A
003200*           DETAIL WE SENT OR AN ACKNOWLEDGMENT DID NOT PROVE.
003300******************************************************************
003400 DATE-COMPILED.
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.            IBM-Z990.
003800 OBJECT-COMPUTER.            IBM-Z990.
003900 INPUT-OUTPUT  SECTION.
004000 FILE-CONTROL.
004100     SELECT CROSSOVER-RETURN-IN  ASSIGN TO XOVACK
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT CROSSOVER-STATUS     ASSIGN TO XOVSTAT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS XST-RECORD-KEY.
004700     SELECT BENEFICIARY-FILE     ASSIGN TO BENEFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS BENE-MBI.
005100     SELECT CROSSOVER-RESEND-OUT ASSIGN TO XOVRSND
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT NOTICE-OUT           ASSIGN TO XOVNTC
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT RETURN-REPORT        ASSIGN TO XAKRPT
005600         ORGANIZATION IS SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CROSSOVER-RETURN-IN
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 COPY XAKCPY.
006400/
006500 FD  CROSSOVER-STATUS
006600     LABEL RECORDS ARE STANDARD.
006700 COPY XSTCPY.
006800/
006900 FD  BENEFICIARY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 COPY BENECPY.
007200/
007300 FD  CROSSOVER-RESEND-OUT
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600 COPY XOVCPY.
007700/
007800 FD  NOTICE-OUT
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 COPY NTCCPY.
008200/
008300 FD  RETURN-REPORT
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 01  XAKRPT-RECORD                  PIC X(100).
008700/
008800 WORKING-STORAGE SECTION.
008900 01  W-STORAGE-REF                  PIC X(46) VALUE
009000     'ESCALXAK      - W O R K I N G   S T O R A G E'.
009100
009200 01  WS-RETURN-EOF-SWITCH           PIC X(01) VALUE 'N'.
009300     88  RETURN-END-OF-FILE                    VALUE 'Y'.
009400     88  RETURN-NOT-END-OF-FILE                VALUE 'N'.
009500
009600 01  WS-XST-EOF-SWITCH              PIC X(01) VALUE 'N'.
009700     88  XST-END-OF-FILE                       VALUE 'Y'.
009800     88  XST-NOT-END-OF-FILE                   VALUE 'N'.
009900
010000 01  WS-XST-FOUND-SWITCH            PIC X(01).
010100     88  XST-RECORD-FOUND                      VALUE 'Y'.
010200     88  XST-RECORD-NOT-FOUND                  VALUE 'N'.
010300
010400 01  WS-BENE-FOUND-SWITCH           PIC X(01).
010500     88  BENE-RECORD-FOUND                     VALUE 'Y'.
010600     88  BENE-RECORD-NOT-FOUND                 VALUE 'N'.
010700
010800 01  WS-REWRITE-SWITCH              PIC X(01).
010900     88  XST-CHANGED                           VALUE 'Y'.
011000     88  XST-UNCHANGED                         VALUE 'N'.
011100
011200 01  WS-TODAY                       PIC 9(08).
011300
011400******************************************************************
011500*  THE FILE ACKNOWLEDGMENTS READ TONIGHT, ONE ENTRY PER STATE    *
011600*  FILE.  THE STATUS PASS COUNTS WHAT WE SENT ON EACH FILE SO    *
011700*  THE STATE'S RECEIVED COUNT CAN BE PROVED AGAINST IT.          *
011800******************************************************************
011900 01  WS-ACK-TABLE.
012000     05  WS-ACK-ENTRY  OCCURS 200 TIMES.
012100         10  WS-ACK-STATE-CODE      PIC X(02).
012200         10  WS-ACK-FILE-DATE       PIC 9(08).
012300         10  WS-ACK-FILE-STATUS     PIC X(01).
012400         10  WS-ACK-REJECT-CODE     PIC X(03).
012500         10  WS-ACK-REJECT-TEXT     PIC X(30).
012600         10  WS-ACK-RECEIVED-COUNT  PIC 9(07).
012700         10  WS-ACK-REJECTED-COUNT  PIC 9(07).
012800         10  WS-ACK-SENT-COUNT      PIC 9(07).
012900         10  WS-ACK-MATCHED-REJECTS PIC 9(07).
013000 01  WS-ACK-COUNT                   PIC 9(03) VALUE ZERO.
013100 01  WS-ACK-SUB                     PIC 9(03).
013200 01  WS-ACK-MATCH-SUB               PIC 9(03).
013210 01  WS-ACK-KEY-STATE               PIC X(02).
013220 01  WS-ACK-KEY-FILE-DATE           PIC 9(08).
013300
013400******************************************************************
013500*  STATE BREAK ON THE REJECT REPORT - THE RETURNS ARRIVE ONE     *
013600*  STATE'S FILE BEHIND ANOTHER.                                  *
013700******************************************************************
013800 01  WS-CURRENT-STATE               PIC X(02) VALUE LOW-VALUES.
013900 01  WS-STATE-REJECT-COUNT          PIC 9(07) VALUE ZERO.
014000 01  WS-STATE-REJECT-AMT            PIC 9(11)V9(02) VALUE ZERO.
014100
014200******************************************************************
014300*  PROVIDER NOTICE BATCH IN PROGRESS - THE STATUS MASTER IS      *
014400*  READ IN PROVIDER SEQUENCE, SO EACH PROVIDER'S NOTICE DETAILS  *
014500*  ARE HELD AND WRITTEN BEHIND ONE 'P' BATCH RECORD AT THE       *
014600*  BREAK, AS ESCALRTP DOES.                                      *
014700******************************************************************
014800 01  WS-CURRENT-PROVIDER            PIC X(06) VALUE LOW-VALUES.
014900 01  WS-BATCH-COUNT                 PIC 9(05) VALUE ZERO.
015000 01  WS-BATCH-TABLE.
015100     05  WS-BATCH-DETAIL  OCCURS 500 TIMES
015200                                    PIC X(140).
015300 01  WS-BATCH-SUB                   PIC 9(03).
015400
015500 01  WS-RETURN-COUNT                PIC 9(07) VALUE ZERO.
015600 01  WS-ACK-READ-COUNT              PIC 9(07) VALUE ZERO.
015700 01  WS-REJECT-READ-COUNT           PIC 9(07) VALUE ZERO.
015800 01  WS-UNMATCHED-COUNT             PIC 9(07) VALUE ZERO.
015900 01  WS-ACCEPTED-COUNT              PIC 9(07) VALUE ZERO.
016000 01  WS-FILE-REJECT-COUNT           PIC 9(07) VALUE ZERO.
016100 01  WS-RESEND-COUNT                PIC 9(07) VALUE ZERO.
016200 01  WS-CLOSED-COUNT                PIC 9(07) VALUE ZERO.
016300 01  WS-STILL-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
016400 01  WS-NOTICE-PROVIDER-COUNT       PIC 9(05) VALUE ZERO.
016500 01  WS-NOTICE-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
016600 01  WS-UNPROVED-ACK-COUNT          PIC 9(03) VALUE ZERO.
016700
016800 01  RPT-HEADING-1.
016900     05  FILLER                     PIC X(05) VALUE SPACES.
017000     05  FILLER                     PIC X(50) VALUE
017100         'CROSSOVER ACKNOWLEDGMENT AND REJECT RETURNS'.
017200
017300 01  RPT-HEADING-2.
017400     05  FILLER                     PIC X(05) VALUE SPACES.
017500     05  FILLER                     PIC X(04) VALUE 'ST'.
017600     05  FILLER                     PIC X(13) VALUE 'MBI'.
017700     05  FILLER                     PIC X(08) VALUE 'PROV'.
017800     05  FILLER                     PIC X(15) VALUE 'CLAIM'.
017900     05  FILLER                     PIC X(10) VALUE 'DOS'.
018000     05  FILLER                     PIC X(11) VALUE 'PAID AMT'.
018100     05  FILLER                     PIC X(34) VALUE
018200         'REJECT REASON / RESULT'.
018300
018400 01  RPT-DETAIL-LINE.
018500     05  FILLER                     PIC X(05) VALUE SPACES.
018600     05  RPT-STATE                  PIC X(02).
018700     05  FILLER                     PIC X(02) VALUE SPACES.
018800     05  RPT-MBI                    PIC X(11).
018900     05  FILLER                     PIC X(02) VALUE SPACES.
019000     05  RPT-PROVIDER               PIC X(06).
019100     05  FILLER                     PIC X(02) VALUE SPACES.
019200     05  RPT-CLAIM-NUMBER           PIC X(13).
019300     05  FILLER                     PIC X(02) VALUE SPACES.
019400     05  RPT-DOS                    PIC 9(08).
019500     05  FILLER                     PIC X(01) VALUE SPACES.
019600     05  RPT-PAID-AMT               PIC ZZZ,ZZ9.99.
019700     05  FILLER                     PIC X(01) VALUE SPACES.
019800     05  RPT-CATEGORY               PIC X(01).
019900     05  FILLER                     PIC X(01) VALUE SPACES.
020000     05  RPT-REASON-CODE            PIC X(03).
020100     05  FILLER                     PIC X(01) VALUE SPACES.
020200     05  RPT-RESULT-TEXT            PIC X(30).
020300
020400 01  RPT-STATE-LINE.
020500     05  FILLER                     PIC X(05) VALUE SPACES.
020600     05  FILLER                     PIC X(06) VALUE 'STATE '.
020700     05  RPT-STL-STATE              PIC X(02).
020800     05  FILLER                     PIC X(10) VALUE ' REJECTS  '.
020900     05  RPT-STL-COUNT              PIC ZZZ,ZZ9.
021000     05  FILLER                     PIC X(07) VALUE ' PAID  '.
021100     05  RPT-STL-AMT                PIC ZZZ,ZZZ,ZZ9.99.
021200
021300 01  RPT-ACK-LINE.
021400     05  FILLER                     PIC X(05) VALUE SPACES.
021500     05  FILLER                     PIC X(06) VALUE 'STATE '.
021600     05  RPT-ACK-STATE              PIC X(02).
021700     05  FILLER                     PIC X(06) VALUE ' FILE '.
021800     05  RPT-ACK-FILE-DATE          PIC 9(08).
021900     05  FILLER                     PIC X(01) VALUE SPACES.
022000     05  RPT-ACK-STATUS             PIC X(01).
022100     05  FILLER                     PIC X(06) VALUE ' SENT '.
022200     05  RPT-ACK-SENT               PIC ZZZ,ZZ9.
022300     05  FILLER                     PIC X(06) VALUE ' RECD '.
022400     05  RPT-ACK-RECEIVED           PIC ZZZ,ZZ9.
022500     05  FILLER                     PIC X(05) VALUE ' REJ '.
022600     05  RPT-ACK-REJECTED           PIC ZZZ,ZZ9.
022700     05  FILLER                     PIC X(01) VALUE SPACES.
022800     05  RPT-ACK-RESULT             PIC X(20).
022900
023000 01  RPT-TOTAL-LINE.
023100     05  FILLER                     PIC X(05) VALUE SPACES.
023200     05  RPT-TOTAL-TEXT             PIC X(30).
023300     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
023400/
023500 PROCEDURE DIVISION.
023600
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE.
023900     PERFORM 2000-PROCESS-RETURN UNTIL RETURN-END-OF-FILE.
024000     PERFORM 2600-CLOSE-STATE.
024100     PERFORM 3000-SWEEP-STATUS-MASTER.
024200     PERFORM 4000-PROVE-ACKNOWLEDGMENTS.
024300     PERFORM 5000-PRINT-RUN-TOTALS.
024400     PERFORM 6000-TERMINATE.
024500     GOBACK.
024600/
024700 1000-INITIALIZE.
024800     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
024900
025000     OPEN INPUT  CROSSOVER-RETURN-IN.
025100     OPEN I-O    CROSSOVER-STATUS.
025200     OPEN INPUT  BENEFICIARY-FILE.
025300     OPEN OUTPUT CROSSOVER-RESEND-OUT.
025400     OPEN OUTPUT NOTICE-OUT.
025500     OPEN OUTPUT RETURN-REPORT.
025600
025700     WRITE XAKRPT-RECORD         FROM RPT-HEADING-1.
025800     WRITE XAKRPT-RECORD         FROM RPT-HEADING-2.
025900
026000     PERFORM 2900-READ-NEXT-RETURN.
026100/
026200******************************************************************
026300*  ONE RETURN RECORD - A FILE ACKNOWLEDGMENT IS HELD FOR THE     *
026400*  STATUS PASS; A DETAIL REJECT IS POSTED NOW.                   *
026500******************************************************************
026600 2000-PROCESS-RETURN.
026700     ADD 1                          TO WS-RETURN-COUNT.
026800
026900     EVALUATE TRUE
027000        WHEN XAK-IS-ACKNOWLEDGMENT
027100           PERFORM 2100-HOLD-ACKNOWLEDGMENT
027200        WHEN XAK-IS-REJECT
027300           PERFORM 2200-POST-DETAIL-REJECT
027400        WHEN OTHER
027500           DISPLAY 'ESCALXAK - UNKNOWN RETURN RECORD TYPE '
027600              XAK-RECORD-TYPE ' SKIPPED'
027700     END-EVALUATE.
027800
027900     PERFORM 2900-READ-NEXT-RETURN.
028000/
028100 2100-HOLD-ACKNOWLEDGMENT.
028200     ADD 1                          TO WS-ACK-READ-COUNT.
028300     PERFORM 2150-FIND-ACK-ENTRY.
028500     IF WS-ACK-MATCH-SUB = ZERO  THEN
028600        IF WS-ACK-COUNT < 200  THEN
028700           ADD 1                    TO WS-ACK-COUNT
028800           MOVE WS-ACK-COUNT        TO WS-ACK-MATCH-SUB
028900           MOVE ZERO                TO
029000              WS-ACK-SENT-COUNT (WS-ACK-MATCH-SUB)
029100              WS-ACK-MATCHED-REJECTS (WS-ACK-MATCH-SUB)
029200        ELSE
029300           DISPLAY 'ESCALXAK - OVER 200 ACKNOWLEDGMENTS - STATE '
029400              XAK-STATE-CODE ' FILE ' XAK-FILE-DATE ' NOT APPLIED'
029500           MOVE 4                   TO RETURN-CODE
029600        END-IF
029700     END-IF.
029800
029900     IF WS-ACK-MATCH-SUB > ZERO  THEN
030000        MOVE XAK-STATE-CODE         TO
030100           WS-ACK-STATE-CODE (WS-ACK-MATCH-SUB)
030200        MOVE XAK-FILE-DATE          TO
030300           WS-ACK-FILE-DATE (WS-ACK-MATCH-SUB)
030400        MOVE XAK-FILE-STATUS        TO
030500           WS-ACK-FILE-STATUS (WS-ACK-MATCH-SUB)
030600        MOVE XAK-FILE-REJECT-CODE   TO
030700           WS-ACK-REJECT-CODE (WS-ACK-MATCH-SUB)
030800        MOVE XAK-FILE-REJECT-TEXT   TO
030900           WS-ACK-REJECT-TEXT (WS-ACK-MATCH-SUB)
031000        MOVE XAK-RECEIVED-COUNT     TO
031100           WS-ACK-RECEIVED-COUNT (WS-ACK-MATCH-SUB)
031200        MOVE XAK-REJECTED-COUNT     TO
031300           WS-ACK-REJECTED-COUNT (WS-ACK-MATCH-SUB)
031400     END-IF.
031500/
031600 2150-FIND-ACK-ENTRY.
031700     MOVE ZERO                      TO WS-ACK-MATCH-SUB.
031800     PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
031900        UNTIL WS-ACK-SUB > WS-ACK-COUNT
032000           OR WS-ACK-MATCH-SUB > ZERO
032100        IF WS-ACK-STATE-CODE (WS-ACK-SUB) = WS-ACK-KEY-STATE  AND
032200           WS-ACK-FILE-DATE (WS-ACK-SUB) = WS-ACK-KEY-FILE-DATE
032250           THEN
032300           MOVE WS-ACK-SUB          TO WS-ACK-MATCH-SUB
032400        END-IF
032500     END-PERFORM.
032600/
032700******************************************************************
032800*  A DETAIL REJECT.  IT MUST NAME A DETAIL WE SENT THAT STATE    *
032900*  AND STILL AWAIT AN ANSWER ON; ANYTHING ELSE IS REPORTED AS    *
033000*  UNMATCHED AND LEFT ALONE.                                     *
033100******************************************************************
033200 2200-POST-DETAIL-REJECT.
033300     ADD 1                          TO WS-REJECT-READ-COUNT.
033400
033500     IF XAK-REJ-STATE-CODE NOT = WS-CURRENT-STATE  THEN
033600        PERFORM 2600-CLOSE-STATE
033700        MOVE XAK-REJ-STATE-CODE     TO WS-CURRENT-STATE
033800     END-IF.
033900
034000     MOVE XAK-REJ-PROVIDER-NUMBER   TO XST-PROVIDER-NUMBER.
034100     MOVE XAK-REJ-CLAIM-NUMBER      TO XST-CLAIM-NUMBER.
034200     MOVE XAK-REJ-LINE-ITEM-DOS     TO XST-LINE-ITEM-DATE-SERVICE.
034300     READ CROSSOVER-STATUS
034400         INVALID KEY
034500            MOVE 'N'                TO WS-XST-FOUND-SWITCH
034600         NOT INVALID KEY
034700            MOVE 'Y'                TO WS-XST-FOUND-SWITCH
034800     END-READ.
034900
035000     MOVE XAK-REJ-STATE-CODE        TO RPT-STATE.
035100     MOVE XAK-REJ-MBI               TO RPT-MBI.
035200     MOVE XAK-REJ-PROVIDER-NUMBER   TO RPT-PROVIDER.
035300     MOVE XAK-REJ-CLAIM-NUMBER      TO RPT-CLAIM-NUMBER.
035400     MOVE XAK-REJ-LINE-ITEM-DOS     TO RPT-DOS.
035500     MOVE XAK-REJ-CATEGORY          TO RPT-CATEGORY.
035600     MOVE XAK-REJ-REASON-CODE       TO RPT-REASON-CODE.
035700     MOVE ZERO                      TO RPT-PAID-AMT.
035800
035900     EVALUATE TRUE
036000        WHEN XST-RECORD-NOT-FOUND
036100           MOVE 'UNMATCHED - NOT SENT BY US' TO RPT-RESULT-TEXT
036200           ADD 1                    TO WS-UNMATCHED-COUNT
036300           MOVE 4                   TO RETURN-CODE
036400        WHEN XST-STATE-CODE NOT = XAK-REJ-STATE-CODE  OR
036500             XST-MBI NOT = XAK-REJ-MBI
036600           MOVE 'UNMATCHED - STATE/MBI DIFFER' TO RPT-RESULT-TEXT
036700           ADD 1                    TO WS-UNMATCHED-COUNT
036800           MOVE 4                   TO RETURN-CODE
036900        WHEN NOT XST-AWAITING-ANSWER
037000           MOVE XST-PAID-AMT        TO RPT-PAID-AMT
037100           MOVE 'IGNORED - DETAIL ALREADY ANSWERED' TO
037200                                    RPT-RESULT-TEXT
037300           ADD 1                    TO WS-UNMATCHED-COUNT
037400        WHEN OTHER
037500           MOVE 'J'                 TO XST-STATUS
037600           MOVE WS-TODAY            TO XST-STATUS-DATE
037700                                       XST-REJECT-DATE
037800           MOVE XAK-REJ-CATEGORY    TO XST-REJECT-CATEGORY
037900           MOVE XAK-REJ-REASON-CODE TO XST-REJECT-REASON-CODE
038000           MOVE XAK-REJ-REASON-TEXT TO XST-REJECT-REASON-TEXT
038100           REWRITE CROSSOVER-STATUS-RECORD
038200           MOVE XST-PAID-AMT        TO RPT-PAID-AMT
038300           MOVE XAK-REJ-REASON-TEXT TO RPT-RESULT-TEXT
038400           ADD 1                    TO WS-STATE-REJECT-COUNT
038500           ADD XST-PAID-AMT         TO WS-STATE-REJECT-AMT
038600           PERFORM 2250-COUNT-REJECT-ON-ACK
038700     END-EVALUATE.
038800
038900     WRITE XAKRPT-RECORD  FROM RPT-DETAIL-LINE.
039000/
039100******************************************************************
039200*  A POSTED REJECT COUNTS TOWARD ITS FILE'S ACKNOWLEDGMENT, SO   *
039300*  THE STATE'S REJECTED COUNT CAN BE PROVED.  THE STATES SEND    *
039400*  THE ACKNOWLEDGMENT AHEAD OF ITS REJECTS.                      *
039500******************************************************************
039600 2250-COUNT-REJECT-ON-ACK.
039700     MOVE XAK-REJ-STATE-CODE        TO WS-ACK-KEY-STATE.
039800     MOVE XAK-REJ-FILE-DATE         TO WS-ACK-KEY-FILE-DATE.
039900     PERFORM 2150-FIND-ACK-ENTRY.
040000     IF WS-ACK-MATCH-SUB > ZERO  THEN
040100        ADD 1                       TO
040200           WS-ACK-MATCHED-REJECTS (WS-ACK-MATCH-SUB)
040300     END-IF.
040400/
040500 2600-CLOSE-STATE.
040600     IF WS-CURRENT-STATE NOT = LOW-VALUES  AND
040700        WS-STATE-REJECT-COUNT > ZERO  THEN
040800        MOVE WS-CURRENT-STATE       TO RPT-STL-STATE
040900        MOVE WS-STATE-REJECT-COUNT  TO RPT-STL-COUNT
041000        MOVE WS-STATE-REJECT-AMT    TO RPT-STL-AMT
041100        WRITE XAKRPT-RECORD  FROM RPT-STATE-LINE
041200     END-IF.
041300     MOVE ZERO                      TO WS-STATE-REJECT-COUNT
041400                                       WS-STATE-REJECT-AMT.
041500/
041600 2900-READ-NEXT-RETURN.
041700     READ CROSSOVER-RETURN-IN
041800         AT END MOVE 'Y'            TO WS-RETURN-EOF-SWITCH
041900     END-READ.
042000/
042100******************************************************************
042200*  ONE PASS OF THE STATUS MASTER, IN PROVIDER SEQUENCE.  EACH    *
042300*  DETAIL STILL AWAITING AN ANSWER ON A FILE ACKNOWLEDGED        *
042400*  TONIGHT IS ACCEPTED (OR REJECTED WITH THE FILE); EACH DETAIL  *
042500*  REJECTED TONIGHT GOES ON ITS PROVIDER'S NOTICE; EACH          *
042600*  REJECTED DETAIL IS CHECKED FOR A RESEND.                      *
042700******************************************************************
042800 3000-SWEEP-STATUS-MASTER.
042900     MOVE LOW-VALUES                TO XST-RECORD-KEY.
043000     START CROSSOVER-STATUS KEY IS >= XST-RECORD-KEY
043100         INVALID KEY MOVE 'Y'       TO WS-XST-EOF-SWITCH
043200     END-START.
043300
043400     PERFORM 3100-SWEEP-ONE-DETAIL
043500        UNTIL XST-END-OF-FILE.
043600
043700     PERFORM 3500-CLOSE-NOTICE-BATCH.
043800     PERFORM 3700-WRITE-NOTICE-TRAILER.
043900/
044000 3100-SWEEP-ONE-DETAIL.
044100     READ CROSSOVER-STATUS NEXT RECORD
044200         AT END MOVE 'Y'            TO WS-XST-EOF-SWITCH
044300     END-READ.
044400
044500     IF XST-NOT-END-OF-FILE  THEN
044600        MOVE 'N'                    TO WS-REWRITE-SWITCH
044700        IF XST-AWAITING-ANSWER  THEN
044800           PERFORM 3200-APPLY-FILE-ACK
044900        END-IF
045000        IF XST-REJECTED  AND  XST-REJECT-DATE = WS-TODAY  THEN
045100           PERFORM 3300-ADD-NOTICE-DETAIL
045200        END-IF
045300        IF XST-REJECTED  THEN
045400           PERFORM 3400-CHECK-FOR-RESEND
045500        END-IF
045600        IF XST-CHANGED  THEN
045700           REWRITE CROSSOVER-STATUS-RECORD
045800        END-IF
045900     END-IF.
046800/
046900******************************************************************
047000*  THE DETAIL WENT OUT ON A STATE FILE ACKNOWLEDGED TONIGHT.     *
047100*  NOT REJECTED BY ITS OWN RECORD, SO THE FILE'S STATUS ANSWERS  *
047200*  FOR IT.                                                       *
047300******************************************************************
047400 3200-APPLY-FILE-ACK.
047500     MOVE XST-STATE-CODE            TO WS-ACK-KEY-STATE.
047600     MOVE XST-LAST-SENT-DATE        TO WS-ACK-KEY-FILE-DATE.
047700     PERFORM 2150-FIND-ACK-ENTRY.
047800
047900     IF WS-ACK-MATCH-SUB > ZERO  THEN
048000        ADD 1                       TO
048100           WS-ACK-SENT-COUNT (WS-ACK-MATCH-SUB)
048200        MOVE 'Y'                    TO WS-REWRITE-SWITCH
048300        MOVE WS-TODAY               TO XST-STATUS-DATE
048400        IF WS-ACK-FILE-STATUS (WS-ACK-MATCH-SUB) = 'R'  THEN
048500           MOVE 'J'                 TO XST-STATUS
048600           MOVE WS-TODAY            TO XST-REJECT-DATE
048700           MOVE 'F'                 TO XST-REJECT-CATEGORY
048800           MOVE WS-ACK-REJECT-CODE (WS-ACK-MATCH-SUB) TO
048900                                    XST-REJECT-REASON-CODE
049000           MOVE WS-ACK-REJECT-TEXT (WS-ACK-MATCH-SUB) TO
049100                                    XST-REJECT-REASON-TEXT
049200           ADD 1                    TO WS-FILE-REJECT-COUNT
049300        ELSE
049400           MOVE 'A'                 TO XST-STATUS
049500           ADD 1                    TO WS-ACCEPTED-COUNT
049600        END-IF
049700     END-IF.
050300/
050400******************************************************************
050500*  TELL THE PROVIDER THE CLAIM DID NOT CROSS OVER, SO THE        *
050600*  FACILITY BILLS THE STATE DIRECTLY.                            *
050700******************************************************************
050800 3300-ADD-NOTICE-DETAIL.
050900     IF XST-PROVIDER-NUMBER NOT = WS-CURRENT-PROVIDER  THEN
051000        PERFORM 3500-CLOSE-NOTICE-BATCH
051100        MOVE XST-PROVIDER-NUMBER    TO WS-CURRENT-PROVIDER
051200     END-IF.
051300
051400     MOVE SPACES                    TO NTC-DETAIL-RECORD.
051500     MOVE 'D'                       TO NTC-RECORD-TYPE.
051600     MOVE XST-CLAIM-NUMBER          TO NTC-CLAIM-NUMBER.
051700     MOVE XST-LINE-ITEM-DATE-SERVICE TO
051800                                    NTC-LINE-ITEM-DATE-SERVICE.
051900     MOVE XST-THRU-DATE             TO NTC-THRU-DATE.
052000     MOVE ZERO                      TO NTC-RTC.
052100     STRING 'NOT CROSSED OVER - BILL STATE ' XST-STATE-CODE
052200        ' MEDICAID'
052300        DELIMITED BY SIZE INTO NTC-REASON-TEXT.
052400     STRING XST-REJECT-REASON-CODE ' ' XST-REJECT-REASON-TEXT
052500        DELIMITED BY SIZE INTO NTC-OFFENDING-TEXT.
052600
052700     IF WS-BATCH-COUNT < 500  THEN
052800        ADD 1                       TO WS-BATCH-COUNT
052900        MOVE NTC-DETAIL-RECORD      TO
053000           WS-BATCH-DETAIL (WS-BATCH-COUNT)
053100     ELSE
053200        DISPLAY 'ESCALXAK - PROVIDER ' WS-CURRENT-PROVIDER
053300           ' EXCEEDS 500 REJECTS - NOTICE TRUNCATED'
053400     END-IF.
053500/
053600******************************************************************
053700*  A REJECTED DETAIL IS RESENT ONCE ESCALDUL HAS TOUCHED THE     *
053800*  BENEFICIARY SINCE THE REJECT, OR THE DUAL STATUS OR STATE ON  *
053900*  THE MASTER NO LONGER MATCHES WHAT WAS SENT.  A BENEFICIARY    *
054000*  NO LONGER DUAL (OR GONE FROM THE MASTER) CLOSES THE DETAIL -  *
054100*  THERE IS NO STATE TO SEND IT TO.                              *
054200******************************************************************
054300 3400-CHECK-FOR-RESEND.
054400     MOVE XST-MBI                   TO BENE-MBI.
054500     READ BENEFICIARY-FILE
054600         INVALID KEY
054700            MOVE 'N'                TO WS-BENE-FOUND-SWITCH
054800         NOT INVALID KEY
054900            MOVE 'Y'                TO WS-BENE-FOUND-SWITCH
055000     END-READ.
055100
055200     EVALUATE TRUE
055300        WHEN BENE-RECORD-NOT-FOUND
055400        WHEN BENE-DUAL-STATUS-CODE = SPACES
055500           MOVE 'N'                 TO XST-STATUS
055600           MOVE WS-TODAY            TO XST-STATUS-DATE
055700           MOVE 'Y'                 TO WS-REWRITE-SWITCH
055800           ADD 1                    TO WS-CLOSED-COUNT
055900        WHEN BENE-LAST-UPDATE-DATE > XST-REJECT-DATE
056000        WHEN BENE-DUAL-STATUS-CODE NOT = XST-DUAL-STATUS-CODE
056100        WHEN BENE-DUAL-STATE-CODE NOT = XST-STATE-CODE
056200           PERFORM 3450-WRITE-RESEND
056300        WHEN OTHER
056400           ADD 1                    TO WS-STILL-REJECTED-COUNT
056500     END-EVALUATE.
056600/
056700******************************************************************
056800*  THE RESEND CARRIES THE DUAL STATUS AND STATE NOW ON THE       *
056900*  MASTER AND THE AMOUNTS FIRST SENT; ESCALXOV POSTS IT RESENT.  *
057000******************************************************************
057100 3450-WRITE-RESEND.
057200     MOVE SPACES                    TO XOV-DETAIL-RECORD.
057300     MOVE 'D'                       TO XOV-RECORD-TYPE.
057400     MOVE BENE-DUAL-STATE-CODE      TO XOV-STATE-CODE.
057500     MOVE XST-MBI                   TO XOV-MBI.
057600     MOVE BENE-DUAL-STATUS-CODE     TO XOV-DUAL-STATUS-CODE.
057700     MOVE XST-PROVIDER-NUMBER       TO XOV-PROVIDER-NUMBER.
057800     MOVE XST-CLAIM-NUMBER          TO XOV-CLAIM-NUMBER.
057900     MOVE XST-LINE-ITEM-DATE-SERVICE TO
058000                                    XOV-LINE-ITEM-DATE-SERVICE.
058100     MOVE XST-THRU-DATE             TO XOV-THRU-DATE.
058200     MOVE XST-PAID-AMT              TO XOV-PAID-AMT.
058300     MOVE XST-DEDUCTIBLE-AMT        TO XOV-DEDUCTIBLE-AMT.
058400     MOVE XST-COINSURANCE-AMT       TO XOV-COINSURANCE-AMT.
058500     WRITE XOV-DETAIL-RECORD.
058600     MOVE 'Q'                       TO XST-STATUS.
058700     MOVE WS-TODAY                  TO XST-STATUS-DATE.
058750     MOVE 'Y'                       TO WS-REWRITE-SWITCH.
058760     ADD 1                          TO WS-RESEND-COUNT.
058800/
058900 3500-CLOSE-NOTICE-BATCH.
059000     IF WS-CURRENT-PROVIDER NOT = LOW-VALUES  AND
059100        WS-BATCH-COUNT > ZERO  THEN
059200        ADD 1                       TO WS-NOTICE-PROVIDER-COUNT
059300        MOVE SPACES                 TO NTC-PROVIDER-RECORD
059400        MOVE 'P'                    TO NTC-PRV-RECORD-TYPE
059500        MOVE WS-CURRENT-PROVIDER    TO NTC-PRV-PROVIDER-NUMBER
059600        MOVE WS-TODAY               TO NTC-PRV-NOTICE-DATE
059700        MOVE WS-BATCH-COUNT         TO NTC-PRV-REJECT-COUNT
059800        WRITE NTC-PROVIDER-RECORD
059900        PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
060000           UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
060100           WRITE NTC-DETAIL-RECORD  FROM
060200              WS-BATCH-DETAIL (WS-BATCH-SUB)
060300           ADD 1                    TO WS-NOTICE-DETAIL-COUNT
060400        END-PERFORM
060500     END-IF.
060600     MOVE ZERO                      TO WS-BATCH-COUNT.
060700/
060800 3700-WRITE-NOTICE-TRAILER.
060900     MOVE SPACES                    TO NTC-TRAILER-RECORD.
061000     MOVE 'T'                       TO NTC-TRL-RECORD-TYPE.
061100     MOVE WS-NOTICE-PROVIDER-COUNT  TO NTC-TRL-PROVIDER-COUNT.
061200     MOVE WS-NOTICE-DETAIL-COUNT    TO NTC-TRL-DETAIL-COUNT.
061300     WRITE NTC-TRAILER-RECORD.
061400/
061500******************************************************************
061600*  PROVE EACH ACKNOWLEDGMENT: THE STATE'S RECEIVED COUNT AGAINST *
061700*  THE DETAILS WE SENT ON THAT FILE, AND ITS REJECTED COUNT      *
061800*  AGAINST THE REJECTS THAT MATCHED.  A FILE THE STATE REFUSED   *
061900*  WHOLE IS PROVED ON ITS SENT COUNT ONLY.                       *
062000******************************************************************
062100 4000-PROVE-ACKNOWLEDGMENTS.
062200     PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
062300        UNTIL WS-ACK-SUB > WS-ACK-COUNT
062400        MOVE WS-ACK-STATE-CODE (WS-ACK-SUB) TO RPT-ACK-STATE
062500        MOVE WS-ACK-FILE-DATE (WS-ACK-SUB)  TO RPT-ACK-FILE-DATE
062600        MOVE WS-ACK-FILE-STATUS (WS-ACK-SUB) TO RPT-ACK-STATUS
062700        COMPUTE RPT-ACK-SENT =
062800           WS-ACK-SENT-COUNT (WS-ACK-SUB) +
062900           WS-ACK-MATCHED-REJECTS (WS-ACK-SUB)
063000        MOVE WS-ACK-RECEIVED-COUNT (WS-ACK-SUB) TO
063050                                    RPT-ACK-RECEIVED
063100        MOVE WS-ACK-REJECTED-COUNT (WS-ACK-SUB) TO
063150                                    RPT-ACK-REJECTED
063200        MOVE 'PROVED'               TO RPT-ACK-RESULT
063300        IF WS-ACK-SENT-COUNT (WS-ACK-SUB) +
063400           WS-ACK-MATCHED-REJECTS (WS-ACK-SUB) NOT =
063500           WS-ACK-RECEIVED-COUNT (WS-ACK-SUB)  THEN
063600           MOVE 'RECEIVED COUNT OFF' TO RPT-ACK-RESULT
063700           ADD 1                    TO WS-UNPROVED-ACK-COUNT
063800        ELSE
063900           IF WS-ACK-FILE-STATUS (WS-ACK-SUB) NOT = 'R'  AND
064000              WS-ACK-MATCHED-REJECTS (WS-ACK-SUB) NOT =
064100              WS-ACK-REJECTED-COUNT (WS-ACK-SUB)  THEN
064200              MOVE 'REJECTED COUNT OFF' TO RPT-ACK-RESULT
064300              ADD 1                 TO WS-UNPROVED-ACK-COUNT
064400           END-IF
064500        END-IF
064600        WRITE XAKRPT-RECORD  FROM RPT-ACK-LINE
064700     END-PERFORM.
064800
064900     IF WS-UNPROVED-ACK-COUNT > ZERO  THEN
065000        MOVE 4                      TO RETURN-CODE
065100     END-IF.
065200/
065300 5000-PRINT-RUN-TOTALS.
065400     MOVE 'RETURN RECORDS READ . . . . .' TO RPT-TOTAL-TEXT.
065500     MOVE WS-RETURN-COUNT           TO RPT-TOTAL-COUNT.
065600     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
065700
065800     MOVE 'FILE ACKNOWLEDGMENTS  . . . .' TO RPT-TOTAL-TEXT.
065900     MOVE WS-ACK-READ-COUNT         TO RPT-TOTAL-COUNT.
066000     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
066100
066200     MOVE 'DETAIL REJECTS READ . . . . .' TO RPT-TOTAL-TEXT.
066300     MOVE WS-REJECT-READ-COUNT      TO RPT-TOTAL-COUNT.
066400     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
066500
066600     MOVE 'REJECTS NOT MATCHED . . . . .' TO RPT-TOTAL-TEXT.
066700     MOVE WS-UNMATCHED-COUNT        TO RPT-TOTAL-COUNT.
066800     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
066900
067000     MOVE 'DETAILS ACCEPTED  . . . . . .' TO RPT-TOTAL-TEXT.
067100     MOVE WS-ACCEPTED-COUNT         TO RPT-TOTAL-COUNT.
067200     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
067300
067400     MOVE 'REJECTED WITH THEIR FILE  . .' TO RPT-TOTAL-TEXT.
067500     MOVE WS-FILE-REJECT-COUNT      TO RPT-TOTAL-COUNT.
067600     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
067700
067800     MOVE 'RESENDS QUEUED  . . . . . . .' TO RPT-TOTAL-TEXT.
067900     MOVE WS-RESEND-COUNT           TO RPT-TOTAL-COUNT.
068000     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
068100
068200     MOVE 'CLOSED - NO LONGER DUAL . . .' TO RPT-TOTAL-TEXT.
068300     MOVE WS-CLOSED-COUNT           TO RPT-TOTAL-COUNT.
068400     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
068500
068600     MOVE 'REJECTED, AWAITING DUAL FIX .' TO RPT-TOTAL-TEXT.
068700     MOVE WS-STILL-REJECTED-COUNT   TO RPT-TOTAL-COUNT.
068800     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
068900
069000     MOVE 'PROVIDERS NOTIFIED  . . . . .' TO RPT-TOTAL-TEXT.
069100     MOVE WS-NOTICE-PROVIDER-COUNT  TO RPT-TOTAL-COUNT.
069200     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
069300
069400     MOVE 'NOTICE LINES  . . . . . . . .' TO RPT-TOTAL-TEXT.
069500     MOVE WS-NOTICE-DETAIL-COUNT    TO RPT-TOTAL-COUNT.
069600     WRITE XAKRPT-RECORD  FROM RPT-TOTAL-LINE.
069700/
069800 6000-TERMINATE.
069900     DISPLAY 'ESCALXAK - RETURNS ' WS-RETURN-COUNT
070000        ' REJECTS ' WS-REJECT-READ-COUNT
070100        ' RESENDS ' WS-RESEND-COUNT.
070200     CLOSE CROSSOVER-RETURN-IN
070300           CROSSOVER-STATUS
070400           BENEFICIARY-FILE
070500           CROSSOVER-RESEND-OUT
070600           NOTICE-OUT
070700           RETURN-REPORT.
