000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALAPM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALAPM - NEW PROGRAM
000700*         - APPEALS CASE MAINTENANCE.  APPLIES THE APPEALS STAFF'S
000800*           TRANSACTIONS (APTRAN) TO THE KEYED APPEALS CASE MASTER
000900*           (APCFILE): A NEW CASE WITH ITS APPELLANT, PROVIDER,
001000*           BENEFICIARY AND CLAIMS, CLAIMS ADDED TO AN OPEN CASE,
001100*           EACH LEVEL'S DECISION, THE MOVE TO THE NEXT LEVEL -
001200*           REDETERMINATION, RECONSIDERATION, ALJ HEARING, COUNCIL
001300*           REVIEW - AND CLOSING.  EVERY LEVEL'S DECISION IS DUE
001400*           ON ITS STATUTORY CLOCK FROM RECEIPT (60, 60, 90 AND 90
001500*           CALENDAR DAYS) UNLESS A DUE DATE IS KEYED.  A
001600*           FAVORABLE DECISION, WHOLE OR IN PART, LEAVES THE CASE
001700*           WAITING ON THE EFFECTUATION STEP (ESCALAPE), DUE 30
001800*           DAYS FROM THE DECISION; ANY OTHER DECISION CLOSES IT
001900*           UNTIL THE APPELLANT TAKES IT TO THE NEXT LEVEL.  EVERY
002000*           TRANSACTION IS LISTED WITH WHAT WAS DONE OR WHY IT WAS
002100*           REJECTED.
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-Z990.
002700 OBJECT-COMPUTER.            IBM-Z990.
002800 INPUT-OUTPUT  SECTION.
002900 FILE-CONTROL.
003000     SELECT APPEAL-TRANSACTION-IN ASSIGN TO APTRAN
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT APPEAL-CASE-FILE     ASSIGN TO APCFILE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS APC-RECORD-KEY.
003600     SELECT MAINTENANCE-REPORT   ASSIGN TO APMRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  APPEAL-TRANSACTION-IN
004200     LABEL RECORDS ARE STANDARD
004300     RECORDING MODE IS F.
004400 COPY APTCPY.
004500/
004600 FD  APPEAL-CASE-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 COPY APCCPY.
004900/
005000 FD  MAINTENANCE-REPORT
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  APMRPT-RECORD                  PIC X(100).
005400/
005500 WORKING-STORAGE SECTION.
005600 01  W-STORAGE-REF                  PIC X(46) VALUE
005700     'ESCALAPM      - W O R K I N G   S T O R A G E'.
005800
005900 01  WS-TRAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
006000     88  TRAN-END-OF-FILE                      VALUE 'Y'.
006100     88  TRAN-NOT-END-OF-FILE                  VALUE 'N'.
006200
006300 01  WS-CASE-FOUND-SWITCH           PIC X(01).
006400     88  CASE-FOUND                            VALUE 'Y'.
006500     88  CASE-NOT-FOUND                        VALUE 'N'.
006600
006700 01  WS-TRAN-OK-SWITCH              PIC X(01).
006800     88  TRAN-OK                               VALUE 'Y'.
006900     88  TRAN-REJECTED                         VALUE 'N'.
007000
007100 01  WS-TODAY                       PIC 9(08).
007200 01  WS-TRAN-DATE                   PIC 9(08).
007300 01  WS-DUE-INT                     PIC 9(07).
007400 01  WS-DUE-DATE                    PIC 9(08).
007500 01  WS-LEVEL                       PIC 9(01).
007600
007700******************************************************************
007800*  THE STATUTORY DECISION CLOCK AT EACH LEVEL, IN CALENDAR DAYS  *
007900*  FROM RECEIPT, AND THE EFFECTUATION CLOCK FROM A FAVORABLE     *
008000*  DECISION.                                                     *
008100******************************************************************
008200 01  WS-LEVEL-DAYS-VALUES           PIC X(12) VALUE
008300     '060060090090'.
008400 01  WS-LEVEL-DAYS-TABLE  REDEFINES  WS-LEVEL-DAYS-VALUES.
008500     05  WS-LEVEL-DAYS  OCCURS 4 TIMES
008600                                    PIC 9(03).
008700 01  WS-EFFECTUATION-DAYS           PIC 9(03) VALUE 30.
008800
008900 01  WS-CLM-SUB                     PIC 9(02).
009000 01  WS-TRAN-SUB                    PIC 9(02).
009100 01  WS-CLM-MATCH-SUB               PIC 9(02).
009200 01  WS-TRAN-MATCH-SUB              PIC 9(02).
009300 01  WS-CLAIMS-ADDED-COUNT          PIC 9(02).
009400 01  WS-CLAIMS-OVER-COUNT           PIC 9(02).
009500 01  WS-PENDING-COUNT               PIC 9(02).
009600 01  WS-UNNAMED-COUNT               PIC 9(02).
009700 01  WS-FAVORABLE-COUNT             PIC 9(02).
009800
009900 01  WS-TRAN-READ-COUNT             PIC 9(07) VALUE ZERO.
010000 01  WS-TRAN-APPLIED-COUNT          PIC 9(07) VALUE ZERO.
010100 01  WS-TRAN-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
010200 01  WS-CASES-OPENED-COUNT          PIC 9(07) VALUE ZERO.
010300
010400 01  RPT-HEADING-1.
010500     05  FILLER                     PIC X(05) VALUE SPACES.
010600     05  FILLER                     PIC X(40) VALUE
010700         'APPEALS CASE MAINTENANCE - RUN DATE'.
010800     05  RPT-HDG-DATE               PIC 9(08).
010900
011000 01  RPT-HEADING-2.
011100     05  FILLER                     PIC X(01) VALUE SPACES.
011200     05  FILLER                     PIC X(03) VALUE 'TR'.
011300     05  FILLER                     PIC X(16) VALUE 'CASE'.
011400     05  FILLER                     PIC X(04) VALUE 'LVL'.
011500     05  FILLER                     PIC X(10) VALUE 'TRAN DATE'.
011600     05  FILLER                     PIC X(04) VALUE 'DEC'.
011700     05  FILLER                     PIC X(10) VALUE 'DUE DATE'.
011800     05  FILLER                     PIC X(04) VALUE 'STA'.
011900     05  FILLER                     PIC X(40) VALUE 'DISPOSITION'.
012000
012100 01  RPT-DETAIL-LINE.
012200     05  FILLER                     PIC X(01) VALUE SPACES.
012300     05  RPT-TRAN-TYPE              PIC X(01).
012400     05  FILLER                     PIC X(02) VALUE SPACES.
012500     05  RPT-CASE-NUMBER            PIC X(15).
012600     05  FILLER                     PIC X(02) VALUE SPACES.
012700     05  RPT-LEVEL                  PIC X(01).
012800     05  FILLER                     PIC X(02) VALUE SPACES.
012900     05  RPT-TRAN-DATE              PIC 9(08).
013000     05  FILLER                     PIC X(03) VALUE SPACES.
013100     05  RPT-DECISION               PIC X(01).
013200     05  FILLER                     PIC X(02) VALUE SPACES.
013300     05  RPT-DUE-DATE               PIC 9(08).
013400     05  FILLER                     PIC X(03) VALUE SPACES.
013500     05  RPT-CASE-STATUS            PIC X(01).
013600     05  FILLER                     PIC X(02) VALUE SPACES.
013700     05  RPT-DISPOSITION            PIC X(40).
013800
013900 01  RPT-TOTAL-LINE.
014000     05  FILLER                     PIC X(05) VALUE SPACES.
014100     05  RPT-TOTAL-TEXT             PIC X(30).
014200     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
014300/
014400 PROCEDURE DIVISION.
014500
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE.
014800     PERFORM 2000-APPLY-TRANSACTION UNTIL TRAN-END-OF-FILE.
014900     PERFORM 6000-PRINT-RUN-TOTALS.
015000     PERFORM 7000-TERMINATE.
015100     GOBACK.
015200/
015300 1000-INITIALIZE.
015400     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
015500
015600     OPEN INPUT  APPEAL-TRANSACTION-IN.
015700     OPEN I-O    APPEAL-CASE-FILE.
015800     OPEN OUTPUT MAINTENANCE-REPORT.
015900
016000     MOVE WS-TODAY                  TO RPT-HDG-DATE.
016100     WRITE APMRPT-RECORD         FROM RPT-HEADING-1.
016200     WRITE APMRPT-RECORD         FROM RPT-HEADING-2.
016300
016400     PERFORM 2900-READ-NEXT-TRANSACTION.
016500/
016600******************************************************************
016700*  ONE TRANSACTION AGAINST ONE CASE.  THE CASE IS WRITTEN ONLY   *
016800*  WHEN THE TRANSACTION IS ACCEPTED WHOLE, SO A REJECTED ONE     *
016900*  LEAVES THE CASE AS IT WAS.                                    *
017000******************************************************************
017100 2000-APPLY-TRANSACTION.
017200     ADD 1                          TO WS-TRAN-READ-COUNT.
017300     MOVE 'Y'                       TO WS-TRAN-OK-SWITCH.
017400     MOVE SPACES                    TO RPT-DISPOSITION
017500                                       RPT-CASE-STATUS
017600                                       RPT-LEVEL.
017700     MOVE ZERO                      TO RPT-DUE-DATE.
017800     MOVE APT-TRAN-TYPE             TO RPT-TRAN-TYPE.
017900     MOVE APT-CASE-NUMBER           TO RPT-CASE-NUMBER.
018000     MOVE APT-DECISION              TO RPT-DECISION.
018100     IF APT-TRAN-DATE NUMERIC  AND  APT-TRAN-DATE > ZERO  THEN
018200        MOVE APT-TRAN-DATE          TO WS-TRAN-DATE
018300     ELSE
018400        MOVE WS-TODAY               TO WS-TRAN-DATE
018500     END-IF.
018600     MOVE WS-TRAN-DATE              TO RPT-TRAN-DATE.
018700
018800     MOVE 'N'                       TO WS-CASE-FOUND-SWITCH.
018900     IF APT-CASE-NUMBER NOT = SPACES  THEN
019000        MOVE APT-CASE-NUMBER        TO APC-CASE-NUMBER
019100        READ APPEAL-CASE-FILE
019200            INVALID KEY     MOVE 'N' TO WS-CASE-FOUND-SWITCH
019300            NOT INVALID KEY MOVE 'Y' TO WS-CASE-FOUND-SWITCH
019400        END-READ
019500     END-IF.
019600
019700     EVALUATE TRUE
019800        WHEN APT-CASE-NUMBER = SPACES
019900           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
020000           MOVE 'NO CASE NUMBER'    TO RPT-DISPOSITION
020100        WHEN APT-NEW-CASE
020200           IF CASE-FOUND  THEN
020300              MOVE 'N'              TO WS-TRAN-OK-SWITCH
020400              MOVE 'CASE ALREADY ON FILE' TO RPT-DISPOSITION
020500           ELSE
020600              PERFORM 2100-OPEN-CASE
020700           END-IF
020800        WHEN CASE-NOT-FOUND
020900           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
021000           MOVE 'NO SUCH CASE'      TO RPT-DISPOSITION
021100        WHEN APT-ADD-CLAIMS
021200           PERFORM 2200-ADD-CLAIMS
021300        WHEN APT-DECISION-RECEIVED
021400           PERFORM 2300-RECORD-DECISION
021500        WHEN APT-NEXT-LEVEL
021600           PERFORM 2400-NEXT-LEVEL
021700        WHEN APT-CLOSE-CASE
021800           PERFORM 2500-CLOSE-CASE
021900        WHEN OTHER
022000           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
022100           MOVE 'INVALID TRANSACTION TYPE' TO RPT-DISPOSITION
022200     END-EVALUATE.
022300
022400     IF TRAN-OK  THEN
022500        MOVE WS-TODAY               TO APC-LAST-UPDATE-DATE
022600        IF APT-NEW-CASE  THEN
022700           WRITE APPEAL-CASE-RECORD
022800           ADD 1                    TO WS-CASES-OPENED-COUNT
022900        ELSE
023000           REWRITE APPEAL-CASE-RECORD
023100        END-IF
023200        ADD 1                       TO WS-TRAN-APPLIED-COUNT
023300        MOVE APC-CASE-STATUS        TO RPT-CASE-STATUS
023400        MOVE APC-APPEAL-LEVEL       TO RPT-LEVEL
023500        IF APC-AWAITING-EFFECTUATION  THEN
023600           MOVE APC-EFFECTUATION-DUE-DATE TO RPT-DUE-DATE
023700        ELSE
023800           MOVE APC-DUE-DATE        TO RPT-DUE-DATE
023900        END-IF
024000        IF RPT-DISPOSITION = SPACES  THEN
024100           MOVE 'APPLIED'           TO RPT-DISPOSITION
024200        END-IF
024300     ELSE
024400        ADD 1                       TO WS-TRAN-REJECTED-COUNT
024500     END-IF.
024600     WRITE APMRPT-RECORD  FROM RPT-DETAIL-LINE.
024700
024800     PERFORM 2900-READ-NEXT-TRANSACTION.
024900/
025000******************************************************************
025100*  NEW CASE.  THE LEVEL IS A REDETERMINATION UNLESS KEYED - A    *
025200*  CASE FIRST REACHING US AT A HIGHER LEVEL (A RECONSIDERATION   *
025300*  THE QIC WILL DECIDE, SAY) IS OPENED THERE.                    *
025400******************************************************************
025500 2100-OPEN-CASE.
025600     EVALUATE TRUE
025700        WHEN APT-PROVIDER-NUMBER = SPACES
025800           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
025900           MOVE 'NO PROVIDER'       TO RPT-DISPOSITION
026000        WHEN APT-MBI = SPACES
026100           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
026200           MOVE 'NO BENEFICIARY MBI' TO RPT-DISPOSITION
026300        WHEN NOT (APT-APPELLANT-TYPE = 'P'  OR  'B'  OR  'R')
026400           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
026500           MOVE 'APPELLANT MUST BE P, B OR R' TO RPT-DISPOSITION
026600        WHEN APT-APPEAL-LEVEL = SPACE
026700           MOVE 1                   TO WS-LEVEL
026800        WHEN APT-APPEAL-LEVEL < '1'  OR  APT-APPEAL-LEVEL > '4'
026900           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
027000           MOVE 'LEVEL MUST BE 1 THROUGH 4' TO RPT-DISPOSITION
027100        WHEN OTHER
027200           MOVE APT-APPEAL-LEVEL    TO WS-LEVEL
027300     END-EVALUATE.
027400
027500     IF TRAN-OK  THEN
027600        MOVE SPACES                 TO APPEAL-CASE-RECORD
027700        INITIALIZE APPEAL-CASE-RECORD
027800        MOVE APT-CASE-NUMBER        TO APC-CASE-NUMBER
027900        MOVE APT-PROVIDER-NUMBER    TO APC-PROVIDER-NUMBER
028000        MOVE APT-MBI                TO APC-MBI
028100        MOVE APT-APPELLANT-TYPE     TO APC-APPELLANT-TYPE
028200        MOVE WS-LEVEL               TO APC-APPEAL-LEVEL
028300        MOVE APT-ANALYST-ID         TO APC-ANALYST-ID
028400        IF APT-AMOUNT-IN-CONTROVERSY NUMERIC  THEN
028500           MOVE APT-AMOUNT-IN-CONTROVERSY TO
028600                                       APC-AMOUNT-IN-CONTROVERSY
028700        END-IF
028800        MOVE ZERO                   TO WS-CLAIMS-OVER-COUNT
028900        PERFORM 2210-ADD-ONE-CLAIM
029000           VARYING WS-TRAN-SUB FROM 1 BY 1
029100           UNTIL WS-TRAN-SUB > 10
029200        IF APC-CLAIM-COUNT = ZERO  THEN
029300           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
029400           MOVE 'NO CLAIM NAMED'    TO RPT-DISPOSITION
029500        END-IF
029600     END-IF.
029700
029800     IF TRAN-OK  THEN
029900        PERFORM 2800-SET-DUE-DATE
030000     END-IF.
030100
030200     IF TRAN-OK  THEN
030300        MOVE WS-TRAN-DATE           TO APC-RECEIVED-DATE
030400                                       APC-OPENED-DATE
030500                                       APC-LVL-RECEIVED-DATE
030600                                          (WS-LEVEL)
030700        MOVE 'O'                    TO APC-CASE-STATUS
030800     END-IF.
030900/
031000******************************************************************
031100*  CLAIMS ADDED TO AN OPEN CASE - A CLAIM ALREADY ON THE CASE IS *
031200*  PASSED OVER, AND THE CASE HOLDS TEN.                          *
031300******************************************************************
031400 2200-ADD-CLAIMS.
031500     IF NOT APC-OPEN  THEN
031600        MOVE 'N'                    TO WS-TRAN-OK-SWITCH
031700        MOVE 'CASE NOT OPEN'        TO RPT-DISPOSITION
031800     ELSE
031900        MOVE ZERO                   TO WS-CLAIMS-ADDED-COUNT
032000                                       WS-CLAIMS-OVER-COUNT
032100        PERFORM 2210-ADD-ONE-CLAIM
032200           VARYING WS-TRAN-SUB FROM 1 BY 1
032300           UNTIL WS-TRAN-SUB > 10
032400        EVALUATE TRUE
032500           WHEN WS-CLAIMS-OVER-COUNT > ZERO
032600              MOVE 'N'              TO WS-TRAN-OK-SWITCH
032700              MOVE 'CASE WOULD HOLD MORE THAN 10 CLAIMS'
032800                                    TO RPT-DISPOSITION
032900           WHEN WS-CLAIMS-ADDED-COUNT = ZERO
033000              MOVE 'N'              TO WS-TRAN-OK-SWITCH
033100              MOVE 'NO NEW CLAIM NAMED' TO RPT-DISPOSITION
033200           WHEN OTHER
033300              IF APT-AMOUNT-IN-CONTROVERSY NUMERIC  THEN
033400                 ADD APT-AMOUNT-IN-CONTROVERSY TO
033500                                       APC-AMOUNT-IN-CONTROVERSY
033600              END-IF
033700        END-EVALUATE
033800     END-IF.
033900/
034000 2210-ADD-ONE-CLAIM.
034100     IF APT-CLAIM-NUMBER (WS-TRAN-SUB) NOT = SPACES  THEN
034200        PERFORM 2220-FIND-CASE-CLAIM
034300        IF WS-CLM-MATCH-SUB = ZERO  THEN
034400           IF APC-CLAIM-COUNT < 10  THEN
034500              ADD 1                 TO APC-CLAIM-COUNT
034600                                       WS-CLAIMS-ADDED-COUNT
034700              MOVE APT-CLAIM-NUMBER (WS-TRAN-SUB) TO
034800                 APC-CLAIM-NUMBER (APC-CLAIM-COUNT)
034900              MOVE SPACE            TO
035000                 APC-CLAIM-OUTCOME (APC-CLAIM-COUNT)
035100              MOVE ZERO             TO
035200                 APC-CLAIM-EFFECTUATED-DATE (APC-CLAIM-COUNT)
035300                 APC-CLAIM-LINES-SENT (APC-CLAIM-COUNT)
035400           ELSE
035500              ADD 1                 TO WS-CLAIMS-OVER-COUNT
035600           END-IF
035700        END-IF
035800     END-IF.
035900/
036000 2220-FIND-CASE-CLAIM.
036100     MOVE ZERO                      TO WS-CLM-MATCH-SUB.
036200     PERFORM 2230-TEST-ONE-CASE-CLAIM
036300        VARYING WS-CLM-SUB FROM 1 BY 1
036400        UNTIL WS-CLM-SUB > APC-CLAIM-COUNT
036500           OR WS-CLM-MATCH-SUB > ZERO.
036600/
036700 2230-TEST-ONE-CASE-CLAIM.
036800     IF APC-CLAIM-NUMBER (WS-CLM-SUB) =
036900        APT-CLAIM-NUMBER (WS-TRAN-SUB)  THEN
037000        MOVE WS-CLM-SUB             TO WS-CLM-MATCH-SUB
037100     END-IF.
037200/
037300******************************************************************
037400*  THE LEVEL'S DECISION.  IT SETTLES EVERY CLAIM STILL PENDING AT*
037500*  THIS LEVEL: ALL OVERTURNED WHEN FULLY FAVORABLE, ALL UPHELD   *
037600*  WHEN UNFAVORABLE, DISMISSED OR WITHDRAWN, AND CLAIM BY CLAIM  *
037700*  AS KEYED WHEN PARTLY FAVORABLE.  A CLAIM OVERTURNED WAITS ON  *
037800*  THE EFFECTUATION STEP.                                        *
037900******************************************************************
038000 2300-RECORD-DECISION.
038100     EVALUATE TRUE
038200        WHEN NOT APC-OPEN
038300           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
038400           MOVE 'CASE NOT OPEN FOR A DECISION' TO RPT-DISPOSITION
038500        WHEN NOT (APT-DECISION = 'F'  OR  'P'  OR  'U'  OR  'D'
038600                                     OR  'W')
038700           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
038800           MOVE 'DECISION MUST BE F, P, U, D OR W'
038900                                    TO RPT-DISPOSITION
039000        WHEN WS-TRAN-DATE < APC-RECEIVED-DATE
039100           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
039200           MOVE 'DECISION BEFORE RECEIPT' TO RPT-DISPOSITION
039300        WHEN OTHER
039400           MOVE ZERO                TO WS-PENDING-COUNT
039500                                       WS-UNNAMED-COUNT
039600                                       WS-FAVORABLE-COUNT
039700           PERFORM 2310-DECIDE-ONE-CLAIM
039800              VARYING WS-CLM-SUB FROM 1 BY 1
039900              UNTIL WS-CLM-SUB > APC-CLAIM-COUNT
040000     END-EVALUATE.
040100
040200     IF TRAN-OK  THEN
040300        EVALUATE TRUE
040400           WHEN WS-PENDING-COUNT = ZERO
040500              MOVE 'N'              TO WS-TRAN-OK-SWITCH
040600              MOVE 'NO CLAIM PENDING AT THIS LEVEL'
040700                                    TO RPT-DISPOSITION
040800           WHEN WS-UNNAMED-COUNT > ZERO
040900              MOVE 'N'              TO WS-TRAN-OK-SWITCH
041000              MOVE 'PARTIAL - EVERY PENDING CLAIM NEEDS F/U'
041100                                    TO RPT-DISPOSITION
041200           WHEN APT-DECISION = 'P'  AND  WS-FAVORABLE-COUNT = ZERO
041300              MOVE 'N'              TO WS-TRAN-OK-SWITCH
041400              MOVE 'PARTIAL - NO CLAIM OVERTURNED'
041500                                    TO RPT-DISPOSITION
041600           WHEN OTHER
041700              CONTINUE
041800        END-EVALUATE
041900     END-IF.
042000
042100     IF TRAN-OK  THEN
042200        MOVE APT-DECISION           TO APC-DECISION
042300                                       APC-LVL-DECISION
042400                                          (APC-APPEAL-LEVEL)
042500        MOVE WS-TRAN-DATE           TO APC-DECISION-DATE
042600                                       APC-LVL-DECISION-DATE
042700                                          (APC-APPEAL-LEVEL)
042800        IF WS-FAVORABLE-COUNT > ZERO  THEN
042900           COMPUTE WS-DUE-INT =
043000              FUNCTION INTEGER-OF-DATE(WS-TRAN-DATE) +
043100              WS-EFFECTUATION-DAYS
043200           COMPUTE APC-EFFECTUATION-DUE-DATE =
043300              FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
043400           MOVE 'F'                 TO APC-CASE-STATUS
043500           MOVE 'DECIDED - EFFECTUATION TO FOLLOW'
043600                                    TO RPT-DISPOSITION
043700        ELSE
043800           MOVE WS-TRAN-DATE        TO APC-CLOSED-DATE
043900           MOVE 'C'                 TO APC-CASE-STATUS
044000           MOVE 'DECIDED - CASE CLOSED' TO RPT-DISPOSITION
044100        END-IF
044200     END-IF.
044300/
044400 2310-DECIDE-ONE-CLAIM.
044500     IF APC-CLAIM-PENDING (WS-CLM-SUB)  THEN
044600        ADD 1                       TO WS-PENDING-COUNT
044700        EVALUATE APT-DECISION
044800           WHEN 'F'
044900              MOVE 'F'              TO
045000                 APC-CLAIM-OUTCOME (WS-CLM-SUB)
045100           WHEN 'P'
045200              PERFORM 2320-FIND-KEYED-OUTCOME
045300           WHEN OTHER
045400              MOVE 'U'              TO
045500                 APC-CLAIM-OUTCOME (WS-CLM-SUB)
045600        END-EVALUATE
045700        IF APC-CLAIM-OVERTURNED (WS-CLM-SUB)  THEN
045800           ADD 1                    TO WS-FAVORABLE-COUNT
045900        END-IF
046000     END-IF.
046100/
046200 2320-FIND-KEYED-OUTCOME.
046300     MOVE ZERO                      TO WS-TRAN-MATCH-SUB.
046400     PERFORM 2330-TEST-ONE-KEYED-CLAIM
046500        VARYING WS-TRAN-SUB FROM 1 BY 1
046600        UNTIL WS-TRAN-SUB > 10
046700           OR WS-TRAN-MATCH-SUB > ZERO.
046800     IF WS-TRAN-MATCH-SUB = ZERO  THEN
046900        ADD 1                       TO WS-UNNAMED-COUNT
047000     ELSE
047100        IF APT-CLAIM-OUTCOME (WS-TRAN-MATCH-SUB) = 'F'  OR  'U'
047200           THEN
047300           MOVE APT-CLAIM-OUTCOME (WS-TRAN-MATCH-SUB) TO
047400              APC-CLAIM-OUTCOME (WS-CLM-SUB)
047500        ELSE
047600           ADD 1                    TO WS-UNNAMED-COUNT
047700        END-IF
047800     END-IF.
047900/
048000 2330-TEST-ONE-KEYED-CLAIM.
048100     IF APT-CLAIM-NUMBER (WS-TRAN-SUB) =
048200        APC-CLAIM-NUMBER (WS-CLM-SUB)  THEN
048300        MOVE WS-TRAN-SUB            TO WS-TRAN-MATCH-SUB
048400     END-IF.
048500/
048600******************************************************************
048700*  THE NEXT LEVEL.  THE APPELLANT MAY GO ON FROM AN UNFAVORABLE  *
048800*  OR DISMISSED DECISION, FROM THE UPHELD PART OF A PARTLY       *
048900*  FAVORABLE ONE ONCE THE FAVORABLE PART IS EFFECTUATED, OR -    *
049000*  AT RECONSIDERATION AND THE ALJ - ESCALATE A CASE STILL        *
049100*  UNDECIDED PAST ITS CLOCK.  ONLY THE UPHELD CLAIMS GO UP; THE  *
049200*  LOWER LEVEL'S DECISION STAYS IN THE CASE'S LEVEL HISTORY.     *
049300*  COUNCIL REVIEW IS THE LAST LEVEL THIS FILE TRACKS.            *
049400******************************************************************
049500 2400-NEXT-LEVEL.
049600     EVALUATE TRUE
049700        WHEN APC-COUNCIL-REVIEW
049800           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
049900           MOVE 'NO LEVEL ABOVE COUNCIL REVIEW'
050000                                    TO RPT-DISPOSITION
050100        WHEN APC-AWAITING-EFFECTUATION
050200           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
050300           MOVE 'EFFECTUATE THE FAVORABLE PART FIRST'
050400                                    TO RPT-DISPOSITION
050500        WHEN APC-CLOSED  AND  (APC-UNFAVORABLE  OR  APC-DISMISSED)
050600           CONTINUE
050700        WHEN APC-EFFECTUATED  AND  APC-PARTIALLY-FAVORABLE
050800           CONTINUE
050900        WHEN APC-OPEN  AND
051000             (APC-RECONSIDERATION  OR  APC-ALJ-HEARING)  AND
051100             WS-TRAN-DATE > APC-DUE-DATE
051200           CONTINUE
051300        WHEN OTHER
051400           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
051500           MOVE 'NOTHING TO APPEAL FURTHER' TO RPT-DISPOSITION
051600     END-EVALUATE.
051700
051800     IF TRAN-OK  THEN
051900        MOVE ZERO                   TO WS-PENDING-COUNT
052000        PERFORM 2410-REOPEN-ONE-CLAIM
052100           VARYING WS-CLM-SUB FROM 1 BY 1
052200           UNTIL WS-CLM-SUB > APC-CLAIM-COUNT
052300        IF WS-PENDING-COUNT = ZERO  THEN
052400           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
052500           MOVE 'NO UPHELD CLAIM TO APPEAL' TO RPT-DISPOSITION
052600        END-IF
052700     END-IF.
052800
052900     IF TRAN-OK  THEN
053000        COMPUTE WS-LEVEL = APC-APPEAL-LEVEL + 1
053100        PERFORM 2800-SET-DUE-DATE
053200     END-IF.
053300
053400     IF TRAN-OK  THEN
053500        MOVE WS-LEVEL               TO APC-APPEAL-LEVEL
053600        MOVE WS-TRAN-DATE           TO APC-RECEIVED-DATE
053700                                       APC-LVL-RECEIVED-DATE
053800                                          (WS-LEVEL)
053900        MOVE SPACE                  TO APC-DECISION
054000        MOVE ZERO                   TO APC-DECISION-DATE
054100                                       APC-EFFECTUATION-DUE-DATE
054200                                       APC-CLOSED-DATE
054300        MOVE 'O'                    TO APC-CASE-STATUS
054400        MOVE 'MOVED TO NEXT LEVEL'  TO RPT-DISPOSITION
054500     END-IF.
054600/
054700 2410-REOPEN-ONE-CLAIM.
054800     IF APC-CLAIM-UPHELD (WS-CLM-SUB)  THEN
054900        MOVE SPACE                  TO
055000           APC-CLAIM-OUTCOME (WS-CLM-SUB)
055100     END-IF.
055200     IF APC-CLAIM-PENDING (WS-CLM-SUB)  THEN
055300        ADD 1                       TO WS-PENDING-COUNT
055400     END-IF.
055500/
055600******************************************************************
055700*  CLOSE - A CASE CLOSED BEFORE ITS DECISION IS WITHDRAWN.  A    *
055800*  FAVORABLE DECISION MUST BE EFFECTUATED BEFORE ITS CASE CLOSES.*
055900******************************************************************
056000 2500-CLOSE-CASE.
056100     EVALUATE TRUE
056200        WHEN APC-CLOSED
056300           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
056400           MOVE 'CASE ALREADY CLOSED' TO RPT-DISPOSITION
056500        WHEN APC-AWAITING-EFFECTUATION
056600           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
056700           MOVE 'FAVORABLE DECISION NOT YET EFFECTUATED'
056800                                    TO RPT-DISPOSITION
056900        WHEN OTHER
057000           IF APC-DECISION-PENDING  THEN
057100              MOVE 'W'              TO APC-DECISION
057200                                       APC-LVL-DECISION
057300                                          (APC-APPEAL-LEVEL)
057400              MOVE WS-TRAN-DATE     TO APC-DECISION-DATE
057500                                       APC-LVL-DECISION-DATE
057600                                          (APC-APPEAL-LEVEL)
057700           END-IF
057800           MOVE WS-TRAN-DATE        TO APC-CLOSED-DATE
057900           MOVE 'C'                 TO APC-CASE-STATUS
058000     END-EVALUATE.
058100/
058200******************************************************************
058300*  THE LEVEL'S DECISION DUE DATE - KEYED, OR THE STATUTORY CLOCK *
058400*  FROM RECEIPT.  THE CLOCK IS CALENDAR DAYS AND IS NOT MOVED OFF*
058500*  A WEEKEND OR HOLIDAY.                                         *
058600******************************************************************
058700 2800-SET-DUE-DATE.
058800     IF APT-DUE-DATE NUMERIC  AND  APT-DUE-DATE > ZERO  THEN
058900        MOVE APT-DUE-DATE           TO WS-DUE-DATE
059000     ELSE
059100        COMPUTE WS-DUE-INT =
059200           FUNCTION INTEGER-OF-DATE(WS-TRAN-DATE) +
059300           WS-LEVEL-DAYS (WS-LEVEL)
059400        COMPUTE WS-DUE-DATE =
059500           FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
059600     END-IF.
059700     IF WS-DUE-DATE < WS-TRAN-DATE  THEN
059800        MOVE 'N'                    TO WS-TRAN-OK-SWITCH
059900        MOVE 'DUE DATE BEFORE RECEIPT' TO RPT-DISPOSITION
060000     ELSE
060100        MOVE WS-DUE-DATE            TO APC-DUE-DATE
060200     END-IF.
060300/
060400 2900-READ-NEXT-TRANSACTION.
060500     READ APPEAL-TRANSACTION-IN
060600         AT END MOVE 'Y'            TO WS-TRAN-EOF-SWITCH
060700     END-READ.
060800/
060900 6000-PRINT-RUN-TOTALS.
061000     MOVE SPACES                    TO APMRPT-RECORD.
061100     WRITE APMRPT-RECORD.
061200
061300     MOVE 'TRANSACTIONS READ . . . . . .' TO RPT-TOTAL-TEXT.
061400     MOVE WS-TRAN-READ-COUNT        TO RPT-TOTAL-COUNT.
061500     WRITE APMRPT-RECORD  FROM RPT-TOTAL-LINE.
061600
061700     MOVE 'TRANSACTIONS APPLIED  . . . .' TO RPT-TOTAL-TEXT.
061800     MOVE WS-TRAN-APPLIED-COUNT     TO RPT-TOTAL-COUNT.
061900     WRITE APMRPT-RECORD  FROM RPT-TOTAL-LINE.
062000
062100     MOVE '  CASES OPENED  . . . . . . .' TO RPT-TOTAL-TEXT.
062200     MOVE WS-CASES-OPENED-COUNT     TO RPT-TOTAL-COUNT.
062300     WRITE APMRPT-RECORD  FROM RPT-TOTAL-LINE.
062400
062500     MOVE 'TRANSACTIONS REJECTED . . . .' TO RPT-TOTAL-TEXT.
062600     MOVE WS-TRAN-REJECTED-COUNT    TO RPT-TOTAL-COUNT.
062700     WRITE APMRPT-RECORD  FROM RPT-TOTAL-LINE.
062800/
062900 7000-TERMINATE.
063000     CLOSE APPEAL-TRANSACTION-IN
063100           APPEAL-CASE-FILE
063200           MAINTENANCE-REPORT.
