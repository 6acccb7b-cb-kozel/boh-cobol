000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALPMT.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALPMT - NEW PROGRAM
000700*         - MAINTAINS THE RUN PARAMETER MASTER (PARMMAST - KEYED
000800*           BY FAMILY, KEY, AND EFFECTIVE DATE).  EACH
000900*           TRANSACTION ADDS A NEW VERSION OF ONE PARAMETER,
001000*           WITHDRAWS ONE FROM A DATE ON, CHANGES OR DELETES A
001100*           VERSION THAT HAS NOT YET TAKEN EFFECT, OR INQUIRES.
001200*           A VERSION ALREADY IN EFFECT IS NEVER CHANGED, AND NO
001300*           VERSION MAY TAKE EFFECT BEFORE THE DAY IT IS
001400*           APPLIED, SO THE MASTER ALWAYS SHOWS EXACTLY WHAT ANY
001500*           PAST NIGHT RAN WITH (SEE ESCALPML).  TRANSACTIONS
001600*           ARRIVE THROUGH THE TWO-PERSON APPROVAL PATH
001700*           (ESCALPND/ESCALAPR) - THE PRMTRAN DD IS THE APPROVED-
001800*           RELEASE FILE - AND EVERY ADD, CHANGE, WITHDRAWAL, AND
001900*           DELETE IS JOURNALED TO MNTJRNL.
001910* 10/15/2026 ESCALPMT - NEW FAMILY ESACTL (ESA CLAIMS MONITORING
001920*           THRESHOLDS, MONTHS, AND REDUCTION PERCENT).
001930* 10/15/2026 ESCALPMT - NEW FAMILY MAPCTL (DERIVED OUTLIER MAP
001940*           TOLERANCE, USE-DERIVED OPTION, AND ASP PERCENT).
001950* 10/15/2026 ESCALPMT - NEW FAMILIES CBLIST (ESRD CONSOLIDATED
001960*           BILLING HCPCS LIST) AND CBECTL (CONSOLIDATED BILLING
001970*           EDIT RECHECK DAYS).
001980* 10/15/2026 ESCALPMT - NEW FAMILY CRFCTL (CASH-REQUIREMENTS
001990*           FORECAST REVIEW PAY PERCENT, REVIEW DAYS, AND HISTORY
001991*           DAYS).
001993* 10/15/2026 ESCALPMT - NEW FAMILIES PBVCTL (BANKING
001996*           VERIFICATION), DMDCTL (DEMAND LETTER CYCLE), AND
001999*           RTQLIMIT (RETROACTIVE-CHANGE LOOKBACK DAYS).
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT PARAMETER-MASTER     ASSIGN TO PARMMAST
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS PRMM-RECORD-KEY.
003200     SELECT PARAMETER-TRANS      ASSIGN TO PRMTRAN
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT MAINT-REPORT         ASSIGN TO PRMRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PARAMETER-MASTER
004200     LABEL RECORDS ARE STANDARD.
004300 COPY PRMMCPY.
004400/
004500 FD  PARAMETER-TRANS
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 COPY PRMTCPY.
004900/
005000 FD  MAINT-REPORT
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  PRMRPT-RECORD                  PIC X(100).
005400/
005500 FD  MAINT-JOURNAL
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 COPY MJRNCPY.
005900/
006000 WORKING-STORAGE SECTION.
006100 01  W-STORAGE-REF                  PIC X(46) VALUE
006200     'ESCALPMT      - W O R K I N G   S T O R A G E'.
006300
006400 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
006500     88  END-OF-FILE                           VALUE 'Y'.
006600     88  NOT-END-OF-FILE                       VALUE 'N'.
006700
006800 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
006900     88  RECORD-NOT-FOUND                      VALUE 'Y'.
007000     88  RECORD-FOUND                          VALUE 'N'.
007100
007200 01  WS-TRAN-OK-SWITCH              PIC X(01).
007300     88  TRANSACTION-OK                        VALUE 'Y'.
007400
007500 01  WS-PRIOR-FOUND-SWITCH          PIC X(01).
007600     88  PRIOR-VERSION-FOUND                   VALUE 'Y'.
007700
007800 01  WS-TODAY                       PIC 9(08).
007900 01  WS-TIME-NOW                    PIC 9(08).
008000 01  WS-BEFORE-IMAGE                PIC X(80).
008100
008200 01  WS-EDIT-DATE                   PIC 9(08).
008300 01  WS-EDIT-DATE-R  REDEFINES  WS-EDIT-DATE.
008400     05  WS-EDIT-YYYY               PIC 9(04).
008500     05  WS-EDIT-MM                 PIC 9(02).
008600     05  WS-EDIT-DD                 PIC 9(02).
008700 01  WS-EDIT-INT                    PIC S9(09).
008800 01  WS-CHECK-DATE                  PIC 9(08).
008900
009000******************************************************************
009100*  THE FAMILIES THE MASTER CARRIES.  'S' - ONE SETTING, BLANK    *
009200*  KEY; 'T' - A TABLE, EVERY ROW KEYED.                          *
009300******************************************************************
009400 01  WS-FAMILY-TABLE.
009500     05  FILLER                     PIC X(09) VALUE 'TRNLIMITS'.
009600     05  FILLER                     PIC X(09) VALUE 'DUPRETN S'.
009700     05  FILLER                     PIC X(09) VALUE 'REDCTL  T'.
009800     05  FILLER                     PIC X(09) VALUE 'DEDCTL  T'.
009900     05  FILLER                     PIC X(09) VALUE 'EQRSCTL S'.
010000     05  FILLER                     PIC X(09) VALUE 'PPICTL  T'.
010100     05  FILLER                     PIC X(09) VALUE 'ANCCTL  T'.
010200     05  FILLER                     PIC X(09) VALUE 'MRVCTL  S'.
010300     05  FILLER                     PIC X(09) VALUE 'EMGCTL  T'.
010400     05  FILLER                     PIC X(09) VALUE 'TFLCTL  S'.
010500     05  FILLER                     PIC X(09) VALUE 'CTGCTL  S'.
010600     05  FILLER                     PIC X(09) VALUE 'MBICTL  S'.
010700     05  FILLER                     PIC X(09) VALUE 'FLRCTL  T'.
010800     05  FILLER                     PIC X(09) VALUE 'MASSCTL T'.
010850     05  FILLER                     PIC X(09) VALUE 'ESACTL  S'.
010870     05  FILLER                     PIC X(09) VALUE 'MAPCTL  S'.
010880     05  FILLER                     PIC X(09) VALUE 'CBLIST  T'.
010890     05  FILLER                     PIC X(09) VALUE 'CBECTL  S'.
010895     05  FILLER                     PIC X(09) VALUE 'CRFCTL  S'.
010896     05  FILLER                     PIC X(09) VALUE 'PBVCTL  S'.
010897     05  FILLER                     PIC X(09) VALUE 'DMDCTL  S'.
010898     05  FILLER                     PIC X(09) VALUE 'RTQLIMITS'.
010900 01  WS-FAMILIES  REDEFINES  WS-FAMILY-TABLE.
011000     05  WS-FAMILY-ENTRY  OCCURS 22 TIMES.
011100         10  WS-FAMILY-NAME         PIC X(08).
011200         10  WS-FAMILY-SHAPE        PIC X(01).
011300 01  WS-FAMILY-SUB                  PIC 9(02).
011400 01  WS-FAMILY-HIT                  PIC 9(02).
011500
011600 01  WS-PRIOR-KEY                   PIC X(36).
011700
011800 01  RPT-HEADING-1.
011900     05  FILLER                     PIC X(05) VALUE SPACES.
012000     05  FILLER                     PIC X(38) VALUE
012100         'RUN PARAMETER MASTER MAINTENANCE'.
012200
012300 01  RPT-HEADING-2.
012400     05  FILLER                     PIC X(05) VALUE SPACES.
012500     05  FILLER                     PIC X(08) VALUE 'ACTION'.
012600     05  FILLER                     PIC X(10) VALUE 'FAMILY'.
012700     05  FILLER                     PIC X(22) VALUE 'KEY'.
012800     05  FILLER                     PIC X(10) VALUE 'EFFECTIVE'.
012900     05  FILLER                     PIC X(40) VALUE 'RESULT'.
013000
013100 01  RPT-DETAIL-LINE.
013200     05  FILLER                     PIC X(05) VALUE SPACES.
013300     05  RPT-ACTION-CODE            PIC X(01).
013400     05  FILLER                     PIC X(07) VALUE SPACES.
013500     05  RPT-FAMILY                 PIC X(08).
013600     05  FILLER                     PIC X(02) VALUE SPACES.
013700     05  RPT-PARM-KEY               PIC X(20).
013800     05  FILLER                     PIC X(02) VALUE SPACES.
013900     05  RPT-EFF-DATE               PIC 9(08).
014000     05  FILLER                     PIC X(02) VALUE SPACES.
014100     05  RPT-RESULT-TEXT            PIC X(45).
014200/
014300 PROCEDURE DIVISION.
014400
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE.
014700     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
014800     PERFORM 3000-TERMINATE.
014900     GOBACK.
015000/
015100 1000-INITIALIZE.
015200     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
015300
015400     OPEN I-O    PARAMETER-MASTER.
015500     OPEN INPUT  PARAMETER-TRANS.
015600     OPEN OUTPUT MAINT-REPORT.
015700     OPEN EXTEND MAINT-JOURNAL.
015800
015900     WRITE PRMRPT-RECORD         FROM RPT-HEADING-1.
016000     WRITE PRMRPT-RECORD         FROM RPT-HEADING-2.
016100
016200     PERFORM 2900-READ-NEXT-TRANSACTION.
016300/
016400 2000-PROCESS-TRANSACTIONS.
016500     MOVE SPACES                    TO RPT-RESULT-TEXT.
016600
016700     PERFORM 2050-EDIT-TRANSACTION.
016800     IF TRANSACTION-OK  THEN
016900        EVALUATE TRUE
017000           WHEN PRMT-ADD
017100              PERFORM 2100-ADD-VERSION
017200           WHEN PRMT-CHANGE
017300              PERFORM 2200-CHANGE-VERSION
017400           WHEN PRMT-WITHDRAW
017500              PERFORM 2300-WITHDRAW-PARAMETER
017600           WHEN PRMT-DELETE
017700              PERFORM 2400-DELETE-VERSION
017800           WHEN PRMT-INQUIRY
017900              PERFORM 2450-INQUIRE-VERSION
018000        END-EVALUATE
018100     END-IF.
018200
018300     MOVE PRMT-ACTION-CODE          TO RPT-ACTION-CODE.
018400     MOVE PRMT-FAMILY               TO RPT-FAMILY.
018500     MOVE PRMT-PARM-KEY             TO RPT-PARM-KEY.
018600     MOVE PRMT-EFF-DATE             TO RPT-EFF-DATE.
018700     WRITE PRMRPT-RECORD            FROM RPT-DETAIL-LINE.
018800
018900     PERFORM 2900-READ-NEXT-TRANSACTION.
019000/
019100******************************************************************
019200*  A TRANSACTION MUST NAME A KNOWN ACTION AND FAMILY, KEY ITS    *
019300*  ROW THE WAY THE FAMILY IS SHAPED, AND CARRY A REAL DATE.  A   *
019400*  NEW VERSION OR WITHDRAWAL MAY NOT TAKE EFFECT BEFORE TODAY.   *
019500******************************************************************
019600 2050-EDIT-TRANSACTION.
019700     MOVE 'Y'                       TO WS-TRAN-OK-SWITCH.
019800     MOVE ZERO                      TO WS-FAMILY-HIT.
019900     PERFORM 2060-FIND-FAMILY
020000        VARYING WS-FAMILY-SUB FROM 1 BY 1
020100        UNTIL WS-FAMILY-SUB > 22
020200           OR WS-FAMILY-HIT > ZERO.
020300
020400     MOVE PRMT-EFF-DATE             TO WS-EDIT-DATE.
020500     PERFORM 8000-EDIT-DATE.
020600
020700     EVALUATE TRUE
020800        WHEN NOT (PRMT-ADD  OR  PRMT-CHANGE  OR  PRMT-WITHDRAW
020900                  OR  PRMT-DELETE  OR  PRMT-INQUIRY)
021000           MOVE 'INVALID ACTION CODE' TO RPT-RESULT-TEXT
021100           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
021200        WHEN WS-FAMILY-HIT = ZERO
021300           MOVE 'REJECTED - UNKNOWN PARAMETER FAMILY' TO
021400                                    RPT-RESULT-TEXT
021500           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
021600        WHEN WS-FAMILY-SHAPE (WS-FAMILY-HIT) = 'S'  AND
021700             PRMT-PARM-KEY NOT = SPACES
021800           MOVE 'REJECTED - FAMILY TAKES NO KEY' TO
021900                                    RPT-RESULT-TEXT
022000           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
022100        WHEN WS-FAMILY-SHAPE (WS-FAMILY-HIT) = 'T'  AND
022200             PRMT-PARM-KEY = SPACES
022300           MOVE 'REJECTED - FAMILY ROWS MUST BE KEYED' TO
022400                                    RPT-RESULT-TEXT
022500           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
022600        WHEN WS-EDIT-INT = ZERO
022700           MOVE 'REJECTED - EFFECTIVE DATE NOT A REAL DATE' TO
022800                                    RPT-RESULT-TEXT
022900           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
023000        WHEN (PRMT-ADD  OR  PRMT-WITHDRAW)  AND
023100             PRMT-EFF-DATE < WS-TODAY
023200           MOVE 'REJECTED - EFFECTIVE DATE IS IN THE PAST' TO
023300                                    RPT-RESULT-TEXT
023400           MOVE 'N'                 TO WS-TRAN-OK-SWITCH
023500        WHEN OTHER
023600           CONTINUE
023700     END-EVALUATE.
023800/
023900 2060-FIND-FAMILY.
024000     IF WS-FAMILY-NAME (WS-FAMILY-SUB) = PRMT-FAMILY  THEN
024100        MOVE WS-FAMILY-SUB          TO WS-FAMILY-HIT
024200     END-IF.
024300/
024400 2100-ADD-VERSION.
024500     PERFORM 2500-READ-VERSION.
024600
024700     IF RECORD-FOUND  THEN
024800        MOVE 'REJECTED - VERSION ALREADY ON FILE' TO
024900                                    RPT-RESULT-TEXT
025000     ELSE
025100        INITIALIZE PARAMETER-MASTER-RECORD
025200        MOVE PRMT-FAMILY            TO PRMM-FAMILY
025300        MOVE PRMT-PARM-KEY          TO PRMM-PARM-KEY
025400        MOVE PRMT-EFF-DATE          TO PRMM-EFF-DATE
025500        MOVE 'A'                    TO PRMM-STATUS
025600        MOVE PRMT-VALUE-IMAGE       TO PRMM-VALUE-IMAGE
025700        MOVE WS-TODAY               TO PRMM-ENTERED-DATE
025800                                       PRMM-LAST-UPDATE-DATE
025900        MOVE PRMT-OPERATOR-ID       TO PRMM-OPERATOR-ID
026000        WRITE PARAMETER-MASTER-RECORD
026100        MOVE SPACES                 TO WS-BEFORE-IMAGE
026200        PERFORM 2600-WRITE-JOURNAL-RECORD
026300        MOVE 'VERSION ADDED'        TO RPT-RESULT-TEXT
026400     END-IF.
026500/
026600 2200-CHANGE-VERSION.
026700     PERFORM 2500-READ-VERSION.
026800
026900     EVALUATE TRUE
027000        WHEN RECORD-NOT-FOUND
027100           MOVE 'REJECTED - VERSION NOT ON FILE' TO
027200                                    RPT-RESULT-TEXT
027300        WHEN PRMM-EFF-DATE NOT > WS-TODAY
027400           MOVE 'REJECTED - IN EFFECT - ADD A NEW VERSION' TO
027500                                    RPT-RESULT-TEXT
027600        WHEN PRMM-WITHDRAWN
027700           MOVE 'REJECTED - A WITHDRAWAL CARRIES NO VALUE' TO
027800                                    RPT-RESULT-TEXT
027900        WHEN OTHER
028000           MOVE SPACES              TO WS-BEFORE-IMAGE
028100           MOVE PARAMETER-MASTER-RECORD TO WS-BEFORE-IMAGE
028200           MOVE PRMT-VALUE-IMAGE    TO PRMM-VALUE-IMAGE
028300           MOVE PRMT-OPERATOR-ID    TO PRMM-OPERATOR-ID
028400           MOVE WS-TODAY            TO PRMM-LAST-UPDATE-DATE
028500           REWRITE PARAMETER-MASTER-RECORD
028600           PERFORM 2600-WRITE-JOURNAL-RECORD
028700           MOVE 'VERSION CHANGED'   TO RPT-RESULT-TEXT
028800     END-EVALUATE.
028900/
029000******************************************************************
029100*  A WITHDRAWAL IS ITSELF A VERSION - THE ROWS BEFORE IT STAY ON *
029200*  FILE FOR THE NIGHTS THEY GOVERNED.  THERE MUST BE AN EARLIER  *
029300*  VERSION OF THE KEY TO WITHDRAW.                               *
029400******************************************************************
029500 2300-WITHDRAW-PARAMETER.
029600     PERFORM 2500-READ-VERSION.
029700
029800     IF RECORD-FOUND  THEN
029900        MOVE 'REJECTED - VERSION ALREADY ON FILE' TO
030000                                    RPT-RESULT-TEXT
030100     ELSE
030200        PERFORM 2350-FIND-PRIOR-VERSION
030300        IF NOT PRIOR-VERSION-FOUND  THEN
030400           MOVE 'REJECTED - NO EARLIER VERSION TO WITHDRAW' TO
030500                                    RPT-RESULT-TEXT
030600        ELSE
030700           INITIALIZE PARAMETER-MASTER-RECORD
030800           MOVE PRMT-FAMILY         TO PRMM-FAMILY
030900           MOVE PRMT-PARM-KEY       TO PRMM-PARM-KEY
031000           MOVE PRMT-EFF-DATE       TO PRMM-EFF-DATE
031100           MOVE 'W'                 TO PRMM-STATUS
031200           MOVE SPACES              TO PRMM-VALUE-IMAGE
031300           MOVE WS-TODAY            TO PRMM-ENTERED-DATE
031400                                       PRMM-LAST-UPDATE-DATE
031500           MOVE PRMT-OPERATOR-ID    TO PRMM-OPERATOR-ID
031600           WRITE PARAMETER-MASTER-RECORD
031700           MOVE SPACES              TO WS-BEFORE-IMAGE
031800           PERFORM 2600-WRITE-JOURNAL-RECORD
031900           MOVE 'PARAMETER WITHDRAWN' TO RPT-RESULT-TEXT
032000        END-IF
032100     END-IF.
032200/
032300 2350-FIND-PRIOR-VERSION.
032400     MOVE 'N'                       TO WS-PRIOR-FOUND-SWITCH.
032500     MOVE PRMT-FAMILY               TO PRMM-FAMILY.
032600     MOVE PRMT-PARM-KEY             TO PRMM-PARM-KEY.
032700     MOVE ZERO                      TO PRMM-EFF-DATE.
032800     MOVE PRMM-RECORD-KEY           TO WS-PRIOR-KEY.
032900     START PARAMETER-MASTER KEY IS >= PRMM-RECORD-KEY
033000         INVALID KEY MOVE 'Y'       TO WS-NOT-FOUND-SWITCH
033100         NOT INVALID KEY MOVE 'N'   TO WS-NOT-FOUND-SWITCH
033200     END-START.
033300     IF RECORD-FOUND  THEN
033400        READ PARAMETER-MASTER NEXT RECORD
033500            AT END MOVE 'Y'         TO WS-NOT-FOUND-SWITCH
033600        END-READ
033700     END-IF.
033800     IF RECORD-FOUND  AND
033900        PRMM-RECORD-KEY (1:28) = WS-PRIOR-KEY (1:28)  AND
034000        PRMM-EFF-DATE < PRMT-EFF-DATE  THEN
034100        MOVE 'Y'                    TO WS-PRIOR-FOUND-SWITCH
034200     END-IF.
034300/
034400 2400-DELETE-VERSION.
034500     PERFORM 2500-READ-VERSION.
034600
034700     EVALUATE TRUE
034800        WHEN RECORD-NOT-FOUND
034900           MOVE 'REJECTED - VERSION NOT ON FILE' TO
035000                                    RPT-RESULT-TEXT
035100        WHEN PRMM-EFF-DATE NOT > WS-TODAY
035200           MOVE 'REJECTED - IN EFFECT - WITHDRAW INSTEAD' TO
035300                                    RPT-RESULT-TEXT
035400        WHEN OTHER
035500           MOVE SPACES              TO WS-BEFORE-IMAGE
035600           MOVE PARAMETER-MASTER-RECORD TO WS-BEFORE-IMAGE
035700           DELETE PARAMETER-MASTER RECORD
035800           MOVE SPACES              TO PARAMETER-MASTER-RECORD
035900           PERFORM 2600-WRITE-JOURNAL-RECORD
036000           MOVE 'VERSION DELETED'   TO RPT-RESULT-TEXT
036100     END-EVALUATE.
036200/
036300 2450-INQUIRE-VERSION.
036400     PERFORM 2500-READ-VERSION.
036500
036600     IF RECORD-NOT-FOUND  THEN
036700        MOVE 'NOT ON FILE'          TO RPT-RESULT-TEXT
036800     ELSE
036900        STRING 'STATUS ' PRMM-STATUS
037000               ' BY ' PRMM-OPERATOR-ID
037100               ' ' PRMM-VALUE-IMAGE (1:22)
037200            DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
037300     END-IF.
037400/
037500 2500-READ-VERSION.
037600     MOVE PRMT-FAMILY               TO PRMM-FAMILY.
037700     MOVE PRMT-PARM-KEY             TO PRMM-PARM-KEY.
037800     MOVE PRMT-EFF-DATE             TO PRMM-EFF-DATE.
037900
038000     READ PARAMETER-MASTER
038100         INVALID KEY
038200            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
038300         NOT INVALID KEY
038400            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
038500     END-READ.
038600/
038700******************************************************************
038800***  One journal record per applied add/change/withdraw/delete:
038900***  operator stamp, timestamp, and before/after images.  The
039000***  key carries the family and the start of the parameter key;
039100***  the images open with the full key and effective date.
039200******************************************************************
039300 2600-WRITE-JOURNAL-RECORD.
039400     ACCEPT WS-TIME-NOW          FROM TIME.
039500     MOVE 'ESCALPMT'                TO MJRN-PROGRAM-ID.
039600     MOVE PRMT-OPERATOR-ID          TO MJRN-OPERATOR-ID.
039700     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
039800     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
039900     MOVE PRMT-ACTION-CODE          TO MJRN-ACTION-CODE.
040000     MOVE SPACES                    TO MJRN-RECORD-KEY.
040100     STRING PRMT-FAMILY PRMT-PARM-KEY
040200        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
040300     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
040400     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
040500     MOVE PARAMETER-MASTER-RECORD   TO MJRN-AFTER-IMAGE.
040600     WRITE MAINT-JOURNAL-RECORD.
040700/
040800 2900-READ-NEXT-TRANSACTION.
040900     READ PARAMETER-TRANS
041000         AT END MOVE 'Y'            TO WS-EOF-SWITCH
041100     END-READ.
041200/
041300 3000-TERMINATE.
041400     CLOSE PARAMETER-MASTER
041500           PARAMETER-TRANS
041600           MAINT-JOURNAL
041700           MAINT-REPORT.
041800/
041900******************************************************************
042000***  WS-EDIT-DATE must be a real CCYYMMDD date - numeric, a real
042100***  month and day, and the same date back from its integer.
042200***  Sets WS-EDIT-INT when it is; leaves it zero when not.
042300******************************************************************
042400 8000-EDIT-DATE.
042500     MOVE ZERO                      TO WS-EDIT-INT.
042600     IF WS-EDIT-DATE NUMERIC  AND
042700        WS-EDIT-YYYY > 1600  AND
042800        WS-EDIT-MM > ZERO  AND  WS-EDIT-MM < 13  AND
042900        WS-EDIT-DD > ZERO  AND  WS-EDIT-DD < 32  THEN
043000        COMPUTE WS-EDIT-INT =
043100           FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
043200        COMPUTE WS-CHECK-DATE =
043300           FUNCTION DATE-OF-INTEGER(WS-EDIT-INT)
043400        IF WS-CHECK-DATE NOT = WS-EDIT-DATE  THEN
043500           MOVE ZERO                TO WS-EDIT-INT
043600        END-IF
043700     END-IF.
