000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALTPM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALTPM - NEW PROGRAM
000700*         - MAINTAINS THE TRADING-PARTNER MASTER (TPMAST - KEYED
000800*           BY CCN, TRANSACTION TYPE, AND EFFECTIVE DATE), WHICH
000900*           NAMES THE RECEIVER, MAILBOX, AND TEST/PRODUCTION USE
001000*           EACH PROVIDER'S REMITTANCE, ACKNOWLEDGMENT, RTP
001100*           NOTICES, AND 277 RESPONSES GO TO (SEE ESCALTPD).  EACH
001200*           TRANSACTION ADDS A ROW, CHANGES OR DELETES A ROW THAT
001300*           HAS NOT YET TAKEN EFFECT, ENDS A ROW, OR INQUIRES.  A
001400*           NEW ROW ENDS THE ROW BEFORE IT THE DAY BEFORE IT TAKES
001500*           EFFECT, SO A CCN AND TYPE NEVER HAVE TWO RECEIVERS AT
001600*           ONCE, AND NOTHING MAY TAKE EFFECT OR END BEFORE THE
001700*           DAY IT IS APPLIED, SO THE MASTER ALWAYS SHOWS WHERE
001800*           ANY PAST NIGHT'S FILES WENT.  TRANSACTIONS ARRIVE VIA
001900*           THE TWO-PERSON APPROVAL PATH (ESCALPND/ESCALAPR) - THE
002000*           TPMTRAN DD IS THE APPROVED-RELEASE FILE - AND EVERY
002100*           ADD, CHANGE, END, AND DELETE IS JOURNALED TO MNTJRNL.
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-Z990.
002700 OBJECT-COMPUTER.            IBM-Z990.
002800 INPUT-OUTPUT  SECTION.
002900 FILE-CONTROL.
003000     SELECT TRADING-PARTNER-MASTER ASSIGN TO TPMAST
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS TPM-RECORD-KEY.
003400     SELECT TRADING-PARTNER-TRANS ASSIGN TO TPMTRAN
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT MAINT-REPORT         ASSIGN TO TPMRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TRADING-PARTNER-MASTER
004400     LABEL RECORDS ARE STANDARD.
004500 COPY TPMCPY.
004600/
004700 FD  TRADING-PARTNER-TRANS
004800     LABEL RECORDS ARE STANDARD
004900     RECORDING MODE IS F.
005000 COPY TPTCPY.
005100/
005200 FD  MAINT-REPORT
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 01  TPMRPT-RECORD                  PIC X(100).
005600/
005700 FD  MAINT-JOURNAL
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000 COPY MJRNCPY.
006100/
006200 WORKING-STORAGE SECTION.
006300 01  W-STORAGE-REF                  PIC X(46) VALUE
006400     'ESCALTPM      - W O R K I N G   S T O R A G E'.
006500
006600 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
006700     88  END-OF-FILE                           VALUE 'Y'.
006800     88  NOT-END-OF-FILE                       VALUE 'N'.
006900
007000 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
007100     88  RECORD-NOT-FOUND                      VALUE 'Y'.
007200     88  RECORD-FOUND                          VALUE 'N'.
007300
007400 01  WS-TRAN-OK-SWITCH              PIC X(01).
007500     88  TRANSACTION-OK                        VALUE 'Y'.
007600
007700 01  WS-SCAN-EOF-SWITCH             PIC X(01).
007800     88  SCAN-END-OF-ROWS                      VALUE 'Y'.
007900
008000 01  WS-TODAY                       PIC 9(08).
008100 01  WS-TIME-NOW                    PIC 9(08).
008200 01  WS-BEFORE-IMAGE                PIC X(80).
008300 01  WS-JOURNAL-ACTION              PIC X(01).
008400
008500 01  WS-EDIT-DATE                   PIC 9(08).
008600 01  WS-EDIT-DATE-R  REDEFINES  WS-EDIT-DATE.
008700     05  WS-EDIT-YYYY               PIC 9(04).
008800     05  WS-EDIT-MM                 PIC 9(02).
008900     05  WS-EDIT-DD                 PIC 9(02).
009000 01  WS-EDIT-INT                    PIC S9(09).
009100 01  WS-CHECK-DATE                  PIC 9(08).
009200
009300******************************************************************
009400*  THE TRANSACTION'S END DATE - ZERO ON AN ADD OR CHANGE LEAVES  *
009500*  THE ROW OPEN.                                                 *
009600******************************************************************
009700 01  WS-END-DATE                    PIC 9(08).
009800
009900******************************************************************
010000*  THE ROWS OF THE SAME CCN AND TYPE EITHER SIDE OF THE ONE IN   *
010100*  HAND - THE LATEST THAT TAKES EFFECT BEFORE IT AND THE FIRST   *
010200*  THAT TAKES EFFECT AFTER IT (99999999 WHEN THERE IS NONE).     *
010300******************************************************************
010400 01  WS-SCAN-KEY.
010500     05  WS-SCAN-PROVIDER           PIC X(06).
010600     05  WS-SCAN-TYPE               PIC X(03).
010700 01  WS-PRIOR-EFF-DATE              PIC 9(08).
010800 01  WS-PRIOR-END-DATE              PIC 9(08).
010900 01  WS-NEXT-EFF-DATE               PIC 9(08).
011000
011100 01  WS-TYPE-TABLE.
011200     05  FILLER                     PIC X(03) VALUE '835'.
011300     05  FILLER                     PIC X(03) VALUE 'ACK'.
011400     05  FILLER                     PIC X(03) VALUE 'RTP'.
011500     05  FILLER                     PIC X(03) VALUE '277'.
011600 01  WS-TYPES  REDEFINES  WS-TYPE-TABLE.
011700     05  WS-TYPE-CODE  OCCURS 4 TIMES PIC X(03).
011800 01  WS-TYPE-SUB                    PIC 9(01).
011900 01  WS-TYPE-HIT                    PIC 9(01).
012000
012100 01  RPT-HEADING-1.
012200     05  FILLER                     PIC X(05) VALUE SPACES.
012300     05  FILLER                     PIC X(38) VALUE
012400         'TRADING-PARTNER MASTER MAINTENANCE'.
012500
012600 01  RPT-HEADING-2.
012700     05  FILLER                     PIC X(05) VALUE SPACES.
012800     05  FILLER                     PIC X(08) VALUE 'ACTION'.
012900     05  FILLER                     PIC X(08) VALUE 'CCN'.
013000     05  FILLER                     PIC X(05) VALUE 'TYPE'.
013100     05  FILLER                     PIC X(10) VALUE 'EFFECTIVE'.
013200     05  FILLER                     PIC X(10) VALUE 'END'.
013300     05  FILLER                     PIC X(17) VALUE 'RECEIVER'.
013400     05  FILLER                     PIC X(37) VALUE 'RESULT'.
013500
013600 01  RPT-DETAIL-LINE.
013700     05  FILLER                     PIC X(05) VALUE SPACES.
013800     05  RPT-ACTION-CODE            PIC X(01).
013900     05  FILLER                     PIC X(07) VALUE SPACES.
014000     05  RPT-PROVIDER-NUMBER        PIC X(06).
014100     05  FILLER                     PIC X(02) VALUE SPACES.
014200     05  RPT-TRANSACTION-TYPE       PIC X(03).
014300     05  FILLER                     PIC X(02) VALUE SPACES.
014400     05  RPT-EFF-DATE               PIC 9(08).
014500     05  FILLER                     PIC X(02) VALUE SPACES.
014600     05  RPT-END-DATE               PIC 9(08).
014700     05  FILLER                     PIC X(02) VALUE SPACES.
014800     05  RPT-RECEIVER-ID            PIC X(15).
014900     05  FILLER                     PIC X(02) VALUE SPACES.
015000     05  RPT-RESULT-TEXT            PIC X(37).
015100/
015200 PROCEDURE DIVISION.
015300
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE.
015600     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
015700     PERFORM 3000-TERMINATE.
015800     GOBACK.
015900/
016000 1000-INITIALIZE.
016100     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
016200
016300     OPEN I-O    TRADING-PARTNER-MASTER.
016400     OPEN INPUT  TRADING-PARTNER-TRANS.
016500     OPEN OUTPUT MAINT-REPORT.
016600     OPEN EXTEND MAINT-JOURNAL.
016700
016800     WRITE TPMRPT-RECORD         FROM RPT-HEADING-1.
016900     WRITE TPMRPT-RECORD         FROM RPT-HEADING-2.
017000
017100     PERFORM 2900-READ-NEXT-TRANSACTION.
017200/
017300 2000-PROCESS-TRANSACTIONS.
017400     MOVE SPACES                    TO RPT-RESULT-TEXT.
017500
017600     PERFORM 2050-EDIT-TRANSACTION.
017700     IF TRANSACTION-OK  THEN
017800        EVALUATE TRUE
017900           WHEN TPT-ADD
018000              PERFORM 2100-ADD-ROW
018100           WHEN TPT-CHANGE
018200              PERFORM 2200-CHANGE-ROW
018300           WHEN TPT-END
018400              PERFORM 2300-END-ROW
018500           WHEN TPT-DELETE
018600              PERFORM 2400-DELETE-ROW
018700           WHEN TPT-INQUIRY
018800              PERFORM 2450-INQUIRE-ROW
018900        END-EVALUATE
019000     END-IF.
019100
019200     MOVE TPT-ACTION-CODE           TO RPT-ACTION-CODE.
019300     MOVE TPT-PROVIDER-NUMBER       TO RPT-PROVIDER-NUMBER.
019400     MOVE TPT-TRANSACTION-TYPE      TO RPT-TRANSACTION-TYPE.
019500     MOVE TPT-EFF-DATE              TO RPT-EFF-DATE.
019600     MOVE WS-END-DATE               TO RPT-END-DATE.
019700     MOVE TPT-RECEIVER-ID           TO RPT-RECEIVER-ID.
019800     WRITE TPMRPT-RECORD            FROM RPT-DETAIL-LINE.
019900
020000     PERFORM 2900-READ-NEXT-TRANSACTION.
020100/
020200******************************************************************
020300*  A TRANSACTION MUST NAME A KNOWN ACTION AND TRANSACTION TYPE,  *
020400*  A CCN, AND A REAL EFFECTIVE DATE.  AN ADD OR CHANGE NAMES THE *
020500*  RECEIVER IN FULL; AN ADD, CHANGE, OR END CARRIES A REAL END   *
020600*  DATE NO EARLIER THAN THE ROW TAKES EFFECT.  A NEW ROW MAY NOT *
020700*  TAKE EFFECT, AND A ROW MAY NOT END, BEFORE TODAY.             *
020800******************************************************************
020900 2050-EDIT-TRANSACTION.
021000     MOVE 'Y'                       TO WS-TRAN-OK-SWITCH.
021100     MOVE TPT-END-DATE              TO WS-END-DATE.
021200     IF WS-END-DATE = ZERO  AND  (TPT-ADD  OR  TPT-CHANGE)  THEN
021300        MOVE 99999999               TO WS-END-DATE
021400     END-IF.
021500
021600     MOVE ZERO                      TO WS-TYPE-HIT.
021700     PERFORM 2060-FIND-TYPE
021800        VARYING WS-TYPE-SUB FROM 1 BY 1
021900        UNTIL WS-TYPE-SUB > 4
022000           OR WS-TYPE-HIT > ZERO.
022100
022200     MOVE TPT-EFF-DATE              TO WS-EDIT-DATE.
022300     PERFORM 8000-EDIT-DATE.
022400
022500     EVALUATE TRUE
022600        WHEN NOT (TPT-ADD  OR  TPT-CHANGE  OR  TPT-END
022700                  OR  TPT-DELETE  OR  TPT-INQUIRY)
022800           MOVE 'INVALID ACTION CODE' TO RPT-RESULT-TEXT
022900           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
023000        WHEN TPT-PROVIDER-NUMBER = SPACES
023100           MOVE 'REJECTED - NO CCN' TO RPT-RESULT-TEXT
023200           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
023300        WHEN WS-TYPE-HIT = ZERO
023400           MOVE 'REJECTED - UNKNOWN TRANSACTION TYPE' TO
023500                                    RPT-RESULT-TEXT
023600           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
023700        WHEN WS-EDIT-INT = ZERO
023800           MOVE 'REJECTED - EFFECTIVE DATE NOT REAL' TO
023900                                    RPT-RESULT-TEXT
024000           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
024100        WHEN TPT-ADD  AND  TPT-EFF-DATE < WS-TODAY
024200           MOVE 'REJECTED - EFFECTIVE DATE IN THE PAST' TO
024300                                    RPT-RESULT-TEXT
024400           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
024500        WHEN (TPT-ADD  OR  TPT-CHANGE)  AND
024600             NOT (TPT-USAGE = 'P'  OR  TPT-USAGE = 'T')
024700           MOVE 'REJECTED - USAGE MUST BE P OR T' TO
024800                                    RPT-RESULT-TEXT
024900           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
025000        WHEN (TPT-ADD  OR  TPT-CHANGE)  AND
025100             (TPT-RECEIVER-ID = SPACES  OR  TPT-MAILBOX = SPACES)
025200           MOVE 'REJECTED - NO RECEIVER OR MAILBOX' TO
025300                                    RPT-RESULT-TEXT
025400           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
025500        WHEN OTHER
025600           PERFORM 2070-EDIT-END-DATE
025700     END-EVALUATE.
025800/
025900 2060-FIND-TYPE.
026000     IF WS-TYPE-CODE (WS-TYPE-SUB) = TPT-TRANSACTION-TYPE  THEN
026100        MOVE WS-TYPE-SUB            TO WS-TYPE-HIT
026200     END-IF.
026300/
026400 2070-EDIT-END-DATE.
026500     IF TPT-ADD  OR  TPT-CHANGE  OR  TPT-END  THEN
026600        IF WS-END-DATE = 99999999  THEN
026700           MOVE 1                   TO WS-EDIT-INT
026800        ELSE
026900           MOVE WS-END-DATE         TO WS-EDIT-DATE
027000           PERFORM 8000-EDIT-DATE
027100        END-IF
027200        EVALUATE TRUE
027300           WHEN WS-EDIT-INT = ZERO
027400              MOVE 'REJECTED - END DATE NOT REAL' TO
027500                                    RPT-RESULT-TEXT
027600              MOVE 'N'              TO WS-TRAN-OK-SWITCH
027700           WHEN WS-END-DATE < TPT-EFF-DATE
027800              MOVE 'REJECTED - ENDS BEFORE EFFECTIVE DATE' TO
027900                                    RPT-RESULT-TEXT
028000              MOVE 'N'              TO WS-TRAN-OK-SWITCH
028100           WHEN WS-END-DATE < WS-TODAY
028200              MOVE 'REJECTED - END DATE IN THE PAST' TO
028300                                    RPT-RESULT-TEXT
028400              MOVE 'N'              TO WS-TRAN-OK-SWITCH
028500           WHEN OTHER
028600              CONTINUE
028700        END-EVALUATE
028800     END-IF.
028900/
029000******************************************************************
029100*  A NEW ROW GOES ON AFTER EVERY ROW ALREADY FILED FOR ITS CCN   *
029200*  AND TYPE.  THE ROW BEFORE IT, IF STILL OPEN ON THAT DATE, IS  *
029300*  ENDED THE DAY BEFORE, SO ONLY ONE RECEIVER IS EVER ACTIVE.    *
029400******************************************************************
029500 2100-ADD-ROW.
029600     PERFORM 2500-READ-ROW.
029700
029800     IF RECORD-FOUND  THEN
029900        MOVE 'REJECTED - ROW ALREADY ON FILE' TO RPT-RESULT-TEXT
030000     ELSE
030100        PERFORM 2550-SCAN-ROWS
030200        IF WS-NEXT-EFF-DATE NOT = 99999999  THEN
030300           MOVE 'REJECTED - A LATER ROW IS ON FILE' TO
030400                                    RPT-RESULT-TEXT
030500        ELSE
030600           IF WS-PRIOR-EFF-DATE > ZERO  AND
030700              WS-PRIOR-END-DATE NOT < TPT-EFF-DATE  THEN
030800              PERFORM 2150-END-PRIOR-ROW
030900              MOVE 'ROW ADDED - PRIOR ROW ENDED' TO
031000                                    RPT-RESULT-TEXT
031100           ELSE
031200              MOVE 'ROW ADDED'      TO RPT-RESULT-TEXT
031300           END-IF
031400           INITIALIZE TRADING-PARTNER-RECORD
031500           MOVE TPT-PROVIDER-NUMBER TO TPM-PROVIDER-NUMBER
031600           MOVE TPT-TRANSACTION-TYPE TO TPM-TRANSACTION-TYPE
031700           MOVE TPT-EFF-DATE        TO TPM-EFF-DATE
031800           PERFORM 2160-MOVE-RECEIVER
031900           MOVE WS-TODAY            TO TPM-ENTERED-DATE
032000           WRITE TRADING-PARTNER-RECORD
032100           MOVE SPACES              TO WS-BEFORE-IMAGE
032200           MOVE 'A'                 TO WS-JOURNAL-ACTION
032300           PERFORM 2600-WRITE-JOURNAL-RECORD
032400        END-IF
032500     END-IF.
032600/
032700 2150-END-PRIOR-ROW.
032800     MOVE TPT-PROVIDER-NUMBER       TO TPM-PROVIDER-NUMBER.
032900     MOVE TPT-TRANSACTION-TYPE      TO TPM-TRANSACTION-TYPE.
033000     MOVE WS-PRIOR-EFF-DATE         TO TPM-EFF-DATE.
033100     READ TRADING-PARTNER-MASTER
033200         INVALID KEY
033300            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
033400         NOT INVALID KEY
033500            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
033600     END-READ.
033700     IF RECORD-FOUND  THEN
033800        MOVE SPACES                 TO WS-BEFORE-IMAGE
033900        MOVE TRADING-PARTNER-RECORD TO WS-BEFORE-IMAGE
034000        COMPUTE WS-EDIT-INT =
034100           FUNCTION INTEGER-OF-DATE(TPT-EFF-DATE) - 1
034200        COMPUTE TPM-END-DATE =
034300           FUNCTION DATE-OF-INTEGER(WS-EDIT-INT)
034400        MOVE TPT-OPERATOR-ID        TO TPM-OPERATOR-ID
034500        MOVE WS-TODAY               TO TPM-LAST-UPDATE-DATE
034600        REWRITE TRADING-PARTNER-RECORD
034700        MOVE 'E'                    TO WS-JOURNAL-ACTION
034800        PERFORM 2600-WRITE-JOURNAL-RECORD
034900     END-IF.
035000/
035100 2160-MOVE-RECEIVER.
035200     MOVE WS-END-DATE               TO TPM-END-DATE.
035300     MOVE TPT-USAGE                 TO TPM-USAGE.
035400     MOVE TPT-RECEIVER-ID           TO TPM-RECEIVER-ID.
035500     MOVE TPT-MAILBOX               TO TPM-MAILBOX.
035600     MOVE TPT-RECEIVER-NAME         TO TPM-RECEIVER-NAME.
035700     MOVE TPT-OPERATOR-ID           TO TPM-OPERATOR-ID.
035800     MOVE WS-TODAY                  TO TPM-LAST-UPDATE-DATE.
035900/
036000 2200-CHANGE-ROW.
036100     PERFORM 2500-READ-ROW.
036200
036300     EVALUATE TRUE
036400        WHEN RECORD-NOT-FOUND
036500           MOVE 'REJECTED - ROW NOT ON FILE' TO RPT-RESULT-TEXT
036600        WHEN TPM-EFF-DATE NOT > WS-TODAY
036700           MOVE 'REJECTED - IN EFFECT - ADD A NEW ROW' TO
036800                                    RPT-RESULT-TEXT
036900        WHEN OTHER
037000           PERFORM 2550-SCAN-ROWS
037100           IF WS-NEXT-EFF-DATE NOT = 99999999  AND
037200              WS-END-DATE NOT < WS-NEXT-EFF-DATE  THEN
037300              MOVE 'REJECTED - RUNS INTO THE NEXT ROW' TO
037400                                    RPT-RESULT-TEXT
037500           ELSE
037600              PERFORM 2500-READ-ROW
037700              MOVE SPACES           TO WS-BEFORE-IMAGE
037800              MOVE TRADING-PARTNER-RECORD TO WS-BEFORE-IMAGE
037900              PERFORM 2160-MOVE-RECEIVER
038000              REWRITE TRADING-PARTNER-RECORD
038100              MOVE 'C'              TO WS-JOURNAL-ACTION
038200              PERFORM 2600-WRITE-JOURNAL-RECORD
038300              MOVE 'ROW CHANGED'    TO RPT-RESULT-TEXT
038400           END-IF
038500     END-EVALUATE.
038600/
038700******************************************************************
038800*  ENDING A ROW IS HOW A PROVIDER LEAVES A RECEIVER WITHOUT      *
038900*  MOVING TO ANOTHER - FROM THE DAY AFTER THE END DATE ITS FILES *
039000*  ARE HELD AND REPORTED BY ESCALTPD.  A ROW IN EFFECT MAY BE    *
039100*  ENDED OR HAVE ITS END MOVED, BUT NOT INTO THE PAST.           *
039200******************************************************************
039300 2300-END-ROW.
039400     PERFORM 2500-READ-ROW.
039500
039600     EVALUATE TRUE
039700        WHEN RECORD-NOT-FOUND
039800           MOVE 'REJECTED - ROW NOT ON FILE' TO RPT-RESULT-TEXT
039900        WHEN TPM-END-DATE < WS-TODAY
040000           MOVE 'REJECTED - ROW HAS ALREADY ENDED' TO
040100                                    RPT-RESULT-TEXT
040200        WHEN OTHER
040300           PERFORM 2550-SCAN-ROWS
040400           IF WS-NEXT-EFF-DATE NOT = 99999999  AND
040500              WS-END-DATE NOT < WS-NEXT-EFF-DATE  THEN
040600              MOVE 'REJECTED - RUNS INTO THE NEXT ROW' TO
040700                                    RPT-RESULT-TEXT
040800           ELSE
040900              PERFORM 2500-READ-ROW
041000              MOVE SPACES           TO WS-BEFORE-IMAGE
041100              MOVE TRADING-PARTNER-RECORD TO WS-BEFORE-IMAGE
041200              MOVE WS-END-DATE      TO TPM-END-DATE
041300              MOVE TPT-OPERATOR-ID  TO TPM-OPERATOR-ID
041400              MOVE WS-TODAY         TO TPM-LAST-UPDATE-DATE
041500              REWRITE TRADING-PARTNER-RECORD
041600              MOVE 'E'              TO WS-JOURNAL-ACTION
041700              PERFORM 2600-WRITE-JOURNAL-RECORD
041800              MOVE 'ROW ENDED'      TO RPT-RESULT-TEXT
041900           END-IF
042000     END-EVALUATE.
042100/
042200 2400-DELETE-ROW.
042300     PERFORM 2500-READ-ROW.
042400
042500     EVALUATE TRUE
042600        WHEN RECORD-NOT-FOUND
042700           MOVE 'REJECTED - ROW NOT ON FILE' TO RPT-RESULT-TEXT
042800        WHEN TPM-EFF-DATE NOT > WS-TODAY
042900           MOVE 'REJECTED - IN EFFECT - END IT INSTEAD' TO
043000                                    RPT-RESULT-TEXT
043100        WHEN OTHER
043200           MOVE SPACES              TO WS-BEFORE-IMAGE
043300           MOVE TRADING-PARTNER-RECORD TO WS-BEFORE-IMAGE
043400           DELETE TRADING-PARTNER-MASTER RECORD
043500           MOVE 'D'                 TO WS-JOURNAL-ACTION
043600           PERFORM 2600-WRITE-JOURNAL-RECORD
043700           MOVE 'ROW DELETED'       TO RPT-RESULT-TEXT
043800     END-EVALUATE.
043900/
044000 2450-INQUIRE-ROW.
044100     PERFORM 2500-READ-ROW.
044200
044300     IF RECORD-NOT-FOUND  THEN
044400        MOVE 'NOT ON FILE'          TO RPT-RESULT-TEXT
044500     ELSE
044600        STRING 'USE ' TPM-USAGE
044700               ' ' TPM-RECEIVER-ID
044800               ' END ' TPM-END-DATE
044900            DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
045000     END-IF.
045100/
045200 2500-READ-ROW.
045300     MOVE TPT-PROVIDER-NUMBER       TO TPM-PROVIDER-NUMBER.
045400     MOVE TPT-TRANSACTION-TYPE      TO TPM-TRANSACTION-TYPE.
045500     MOVE TPT-EFF-DATE              TO TPM-EFF-DATE.
045600
045700     READ TRADING-PARTNER-MASTER
045800         INVALID KEY
045900            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
046000         NOT INVALID KEY
046100            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
046200     END-READ.
046300/
046400******************************************************************
046500***  Browse every row of the transaction's CCN and type, in
046600***  effective-date order, for the row just before it and the
046700***  row just after it.  Leaves the record area on whatever the
046800***  browse read last - callers read their own row again.
046900******************************************************************
047000 2550-SCAN-ROWS.
047100     MOVE ZERO                      TO WS-PRIOR-EFF-DATE
047200                                       WS-PRIOR-END-DATE.
047300     MOVE 99999999                  TO WS-NEXT-EFF-DATE.
047400     MOVE TPT-PROVIDER-NUMBER       TO WS-SCAN-PROVIDER
047500                                       TPM-PROVIDER-NUMBER.
047600     MOVE TPT-TRANSACTION-TYPE      TO WS-SCAN-TYPE
047700                                       TPM-TRANSACTION-TYPE.
047800     MOVE ZERO                      TO TPM-EFF-DATE.
047900     MOVE 'N'                       TO WS-SCAN-EOF-SWITCH.
048000     START TRADING-PARTNER-MASTER KEY IS >= TPM-RECORD-KEY
048100         INVALID KEY MOVE 'Y'    TO WS-SCAN-EOF-SWITCH
048200     END-START.
048300     PERFORM 2560-SCAN-ONE-ROW UNTIL SCAN-END-OF-ROWS.
048400/
048500 2560-SCAN-ONE-ROW.
048600     READ TRADING-PARTNER-MASTER NEXT RECORD
048700         AT END MOVE 'Y'         TO WS-SCAN-EOF-SWITCH
048800         NOT AT END
048900           EVALUATE TRUE
049000              WHEN TPM-RECORD-KEY (1:9) NOT = WS-SCAN-KEY
049100                 MOVE 'Y'           TO WS-SCAN-EOF-SWITCH
049200              WHEN TPM-EFF-DATE < TPT-EFF-DATE
049300                 MOVE TPM-EFF-DATE  TO WS-PRIOR-EFF-DATE
049400                 MOVE TPM-END-DATE  TO WS-PRIOR-END-DATE
049500              WHEN TPM-EFF-DATE > TPT-EFF-DATE
049600                 MOVE TPM-EFF-DATE  TO WS-NEXT-EFF-DATE
049700                 MOVE 'Y'           TO WS-SCAN-EOF-SWITCH
049800              WHEN OTHER
049900                 CONTINUE
050000           END-EVALUATE
050100     END-READ.
050200/
050300******************************************************************
050400***  One journal record per applied add/change/end/delete, and
050500***  one more when an add ends the row before it: operator stamp,
050600***  timestamp, and before/after images.  The key is the CCN,
050700***  transaction type, and effective date of the row touched.
050800******************************************************************
050900 2600-WRITE-JOURNAL-RECORD.
051000     ACCEPT WS-TIME-NOW          FROM TIME.
051100     MOVE 'ESCALTPM'                TO MJRN-PROGRAM-ID.
051200     MOVE TPT-OPERATOR-ID           TO MJRN-OPERATOR-ID.
051300     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
051400     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
051500     MOVE WS-JOURNAL-ACTION         TO MJRN-ACTION-CODE.
051600     MOVE SPACES                    TO MJRN-RECORD-KEY.
051700     MOVE TPM-RECORD-KEY            TO MJRN-RECORD-KEY.
051800     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
051900     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
052000     IF WS-JOURNAL-ACTION NOT = 'D'  THEN
052100        MOVE TRADING-PARTNER-RECORD TO MJRN-AFTER-IMAGE
052200     END-IF.
052300     WRITE MAINT-JOURNAL-RECORD.
052400/
052500 2900-READ-NEXT-TRANSACTION.
052600     READ TRADING-PARTNER-TRANS
052700         AT END MOVE 'Y'         TO WS-EOF-SWITCH
052800     END-READ.
052900/
053000 3000-TERMINATE.
053100     CLOSE TRADING-PARTNER-MASTER
053200           TRADING-PARTNER-TRANS
053300           MAINT-JOURNAL
053400           MAINT-REPORT.
053500/
053600******************************************************************
053700***  WS-EDIT-DATE must be a real CCYYMMDD date - numeric, a real
053800***  month and day, and the same date back from its integer.
053900***  Sets WS-EDIT-INT when it is; leaves it zero when not.
054000******************************************************************
054100 8000-EDIT-DATE.
054200     MOVE ZERO                      TO WS-EDIT-INT.
054300     IF WS-EDIT-DATE NUMERIC  AND
054400        WS-EDIT-YYYY > 1600  AND
054500        WS-EDIT-MM > ZERO  AND  WS-EDIT-MM < 13  AND
054600        WS-EDIT-DD > ZERO  AND  WS-EDIT-DD < 32  THEN
054700        COMPUTE WS-EDIT-INT =
054800           FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
054900        COMPUTE WS-CHECK-DATE =
055000           FUNCTION DATE-OF-INTEGER(WS-EDIT-INT)
055100        IF WS-CHECK-DATE NOT = WS-EDIT-DATE  THEN
055200           MOVE ZERO                TO WS-EDIT-INT
055300        END-IF
055400     END-IF.
