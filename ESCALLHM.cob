000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALLHM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALLHM - NEW PROGRAM
000700*         - MAINTAINS THE LEGAL HOLD REGISTRY (KEYED BY HOLD ID)
000800*           THAT EVERY RETENTION AND PURGE JOB CHECKS THROUGH
000900*           ESCALLHC.  EACH TRANSACTION ADDS, CHANGES, DELETES,
001000*           OR INQUIRES ON ONE HOLD - SCOPE, RECORD DATE RANGE,
001100*           REQUESTING AUTHORITY, CASE REFERENCE, AND START AND
001200*           RELEASE DATES.  A CHANGE REPLACES THE WHOLE HOLD; A
001300*           RELEASE IS A CHANGE CARRYING THE RELEASE DATE.  A HOLD
001400*           THAT HAS TAKEN EFFECT IS NEVER DELETED, ONLY RELEASED,
001500*           SO ITS PRESERVATION CAN STILL BE CERTIFIED.
001600*           TRANSACTIONS ARRIVE THROUGH THE TWO-PERSON APPROVAL
001700*           PATH (ESCALPND / ESCALAPR) ON HOLDTRAN, AND EVERY
001800*           ADD/CHANGE/DELETE IS JOURNALED TO THE COMMON
001900*           MAINTENANCE JOURNAL (MNTJRNL).
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT LEGAL-HOLD-FILE      ASSIGN TO LEGLHOLD
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS LHD-HOLD-ID.
003200     SELECT HOLD-TRANS           ASSIGN TO HOLDTRAN
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT MAINT-REPORT         ASSIGN TO HOLDRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LEGAL-HOLD-FILE
004200     LABEL RECORDS ARE STANDARD.
004300 COPY LHLDCPY.
004400/
004500 FD  HOLD-TRANS
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 COPY LHLTCPY.
004900/
005000 FD  MAINT-REPORT
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  HOLDRPT-RECORD                 PIC X(100).
005400/
005500 FD  MAINT-JOURNAL
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 COPY MJRNCPY.
005900/
006000 WORKING-STORAGE SECTION.
006100 01  W-STORAGE-REF                  PIC X(46) VALUE
006200     'ESCALLHM      - W O R K I N G   S T O R A G E'.
006300
006400 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
006500     88  END-OF-FILE                           VALUE 'Y'.
006600     88  NOT-END-OF-FILE                       VALUE 'N'.
006700
006800 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
006900     88  RECORD-NOT-FOUND                      VALUE 'Y'.
007000     88  RECORD-FOUND                          VALUE 'N'.
007100
007200 01  WS-TODAY                       PIC 9(08).
007300 01  WS-TIME-NOW                    PIC 9(08).
007400 01  WS-BEFORE-IMAGE                PIC X(80).
007500
007600 01  RPT-HEADING-1.
007700     05  FILLER                     PIC X(05) VALUE SPACES.
007800     05  FILLER                     PIC X(44) VALUE
007900         'LEGAL HOLD REGISTRY MAINTENANCE'.
008000
008100 01  RPT-HEADING-2.
008200     05  FILLER                     PIC X(05) VALUE SPACES.
008300     05  FILLER                     PIC X(08) VALUE 'ACTION'.
008400     05  FILLER                     PIC X(12) VALUE 'HOLD ID'.
008500     05  FILLER                     PIC X(19) VALUE 'SCOPE'.
008600     05  FILLER                     PIC X(40) VALUE
008700         'RESULT'.
008800
008900 01  RPT-DETAIL-LINE.
009000     05  FILLER                     PIC X(05) VALUE SPACES.
009100     05  RPT-ACTION-CODE            PIC X(01).
009200     05  FILLER                     PIC X(07) VALUE SPACES.
009300     05  RPT-HOLD-ID                PIC X(10).
009400     05  FILLER                     PIC X(02) VALUE SPACES.
009500     05  RPT-SCOPE-TYPE             PIC X(03).
009600     05  FILLER                     PIC X(01) VALUE SPACES.
009700     05  RPT-SCOPE-VALUE            PIC X(13).
009800     05  FILLER                     PIC X(02) VALUE SPACES.
009900     05  RPT-RESULT-TEXT            PIC X(56).
010000/
010100 PROCEDURE DIVISION.
010200
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE.
010500     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
010600     PERFORM 3000-TERMINATE.
010700     GOBACK.
010800/
010900 1000-INITIALIZE.
011000     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
011100
011200     OPEN I-O    LEGAL-HOLD-FILE.
011300     OPEN INPUT  HOLD-TRANS.
011400     OPEN OUTPUT MAINT-REPORT.
011500     OPEN EXTEND MAINT-JOURNAL.
011600
011700     WRITE HOLDRPT-RECORD        FROM RPT-HEADING-1.
011800     WRITE HOLDRPT-RECORD        FROM RPT-HEADING-2.
011900
012000     PERFORM 2900-READ-NEXT-TRANSACTION.
012100/
012200 2000-PROCESS-TRANSACTIONS.
012300     MOVE SPACES                    TO RPT-RESULT-TEXT.
012400
012500     EVALUATE TRUE
012600        WHEN LHT-ADD
012700           PERFORM 2100-ADD-HOLD
012800        WHEN LHT-CHANGE
012900           PERFORM 2200-CHANGE-HOLD
013000        WHEN LHT-DELETE
013100           PERFORM 2300-DELETE-HOLD
013200        WHEN LHT-INQUIRY
013300           PERFORM 2400-INQUIRE-HOLD
013400        WHEN OTHER
013500           MOVE 'INVALID ACTION CODE'    TO RPT-RESULT-TEXT
013600     END-EVALUATE.
013700
013800     MOVE LHT-ACTION-CODE           TO RPT-ACTION-CODE.
013900     MOVE LHT-HOLD-ID               TO RPT-HOLD-ID.
014000     MOVE LHT-SCOPE-TYPE            TO RPT-SCOPE-TYPE.
014100     MOVE LHT-SCOPE-VALUE           TO RPT-SCOPE-VALUE.
014200     WRITE HOLDRPT-RECORD           FROM RPT-DETAIL-LINE.
014300
014400     PERFORM 2900-READ-NEXT-TRANSACTION.
014500/
014600 2100-ADD-HOLD.
014700     MOVE LHT-HOLD-ID               TO LHD-HOLD-ID.
014800
014900     READ LEGAL-HOLD-FILE
015000         INVALID KEY
015100            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
015200         NOT INVALID KEY
015300            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
015400     END-READ.
015500
015600     IF RECORD-FOUND  THEN
015700        MOVE 'REJECTED - HOLD ALREADY ON FILE' TO RPT-RESULT-TEXT
015800     ELSE
015900        INITIALIZE LEGAL-HOLD-RECORD
016000        PERFORM 2600-BUILD-HOLD
016100        IF RPT-RESULT-TEXT = SPACES  THEN
016200           WRITE LEGAL-HOLD-RECORD
016300           MOVE SPACES              TO WS-BEFORE-IMAGE
016400           PERFORM 2500-WRITE-JOURNAL-RECORD
016500           MOVE 'HOLD ADDED'        TO RPT-RESULT-TEXT
016600        END-IF
016700     END-IF.
016800/
016900 2200-CHANGE-HOLD.
017000     MOVE LHT-HOLD-ID               TO LHD-HOLD-ID.
017100
017200     READ LEGAL-HOLD-FILE
017300         INVALID KEY
017400            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
017500         NOT INVALID KEY
017600            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
017700     END-READ.
017800     MOVE SPACES                    TO WS-BEFORE-IMAGE.
017900     MOVE LEGAL-HOLD-RECORD         TO WS-BEFORE-IMAGE.
018000
018100     IF RECORD-NOT-FOUND  THEN
018200        MOVE 'REJECTED - HOLD NOT ON FILE' TO RPT-RESULT-TEXT
018300     ELSE
018400        PERFORM 2600-BUILD-HOLD
018500        IF RPT-RESULT-TEXT = SPACES  THEN
018600           REWRITE LEGAL-HOLD-RECORD
018700           PERFORM 2500-WRITE-JOURNAL-RECORD
018800           IF LHD-RELEASE-DATE > ZERO  THEN
018900              MOVE 'HOLD CHANGED - RELEASE DATE ON FILE'
019000                                    TO RPT-RESULT-TEXT
019100           ELSE
019200              MOVE 'HOLD CHANGED'   TO RPT-RESULT-TEXT
019300           END-IF
019400        END-IF
019500     END-IF.
019600/
019700******************************************************************
019800***  Only a hold entered ahead of its start date may be deleted***
019900***  - one that has taken effect is released instead.          ***
020000******************************************************************
020100 2300-DELETE-HOLD.
020200     MOVE LHT-HOLD-ID               TO LHD-HOLD-ID.
020300
020400     READ LEGAL-HOLD-FILE
020500         INVALID KEY
020600            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
020700         NOT INVALID KEY
020800            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
020900     END-READ.
021000
021100     EVALUATE TRUE
021200        WHEN RECORD-NOT-FOUND
021300           MOVE 'REJECTED - HOLD NOT ON FILE' TO RPT-RESULT-TEXT
021400        WHEN LHD-START-DATE NOT > WS-TODAY
021500           MOVE 'REJECTED - HOLD HAS TAKEN EFFECT, RELEASE IT'
021600                                    TO RPT-RESULT-TEXT
021700        WHEN OTHER
021800           MOVE SPACES              TO WS-BEFORE-IMAGE
021900           MOVE LEGAL-HOLD-RECORD   TO WS-BEFORE-IMAGE
022000           DELETE LEGAL-HOLD-FILE RECORD
022100           MOVE SPACES              TO LEGAL-HOLD-RECORD
022200           PERFORM 2500-WRITE-JOURNAL-RECORD
022300           MOVE 'HOLD DELETED'      TO RPT-RESULT-TEXT
022400     END-EVALUATE.
022500/
022600 2400-INQUIRE-HOLD.
022700     MOVE LHT-HOLD-ID               TO LHD-HOLD-ID.
022800
022900     READ LEGAL-HOLD-FILE
023000         INVALID KEY
023100            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
023200         NOT INVALID KEY
023300            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
023400     END-READ.
023500
023600     IF RECORD-NOT-FOUND  THEN
023700        MOVE 'NOT ON FILE'          TO RPT-RESULT-TEXT
023800     ELSE
023900        STRING 'STARTED='   LHD-START-DATE
024000               ' RELEASED=' LHD-RELEASE-DATE
024100               ' BY '       LHD-AUTHORITY
024200            DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
024300     END-IF.
024400/
024500******************************************************************
024600***  One journal record per applied add/change/delete: operator***
024700***  stamp, timestamp, and before/after images.                ***
024800******************************************************************
024900 2500-WRITE-JOURNAL-RECORD.
025000     ACCEPT WS-TIME-NOW          FROM TIME.
025100     MOVE 'ESCALLHM'                TO MJRN-PROGRAM-ID.
025200     MOVE LHT-SUBMIT-OPERATOR-ID    TO MJRN-OPERATOR-ID.
025300     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
025400     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
025500     MOVE LHT-ACTION-CODE           TO MJRN-ACTION-CODE.
025600     MOVE SPACES                    TO MJRN-RECORD-KEY.
025700     MOVE LHT-HOLD-ID               TO MJRN-RECORD-KEY.
025800     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
025900     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
026000     MOVE LEGAL-HOLD-RECORD         TO MJRN-AFTER-IMAGE.
026100     WRITE MAINT-JOURNAL-RECORD.
026200/
026300******************************************************************
026400***  The hold as it should stand.  A bad scope, date or missing***
026500***  authority rejects the whole transaction and leaves the    ***
026600***  reason in the result text.                                ***
026700******************************************************************
026800 2600-BUILD-HOLD.
026900     MOVE LHT-HOLD-ID               TO LHD-HOLD-ID.
027000     MOVE LHT-SCOPE-TYPE            TO LHD-SCOPE-TYPE.
027100     MOVE LHT-SCOPE-VALUE           TO LHD-SCOPE-VALUE.
027200     MOVE LHT-FROM-DATE             TO LHD-FROM-DATE.
027300     MOVE LHT-THRU-DATE             TO LHD-THRU-DATE.
027400     MOVE LHT-AUTHORITY             TO LHD-AUTHORITY.
027500     MOVE LHT-CASE-REFERENCE        TO LHD-CASE-REFERENCE.
027600     MOVE LHT-START-DATE            TO LHD-START-DATE.
027700     MOVE LHT-RELEASE-DATE          TO LHD-RELEASE-DATE.
027800     MOVE WS-TODAY                  TO LHD-LAST-UPDATE-DATE.
027900     MOVE LHT-SUBMIT-OPERATOR-ID    TO LHD-LAST-UPDATE-OPERATOR.
028000
028100     EVALUATE TRUE
028200        WHEN LHT-HOLD-ID = SPACES
028300           MOVE 'REJECTED - NO HOLD ID'     TO RPT-RESULT-TEXT
028400        WHEN NOT LHD-SCOPE-VALID
028500           MOVE 'REJECTED - SCOPE MUST BE CCN, MBI OR CLM'
028600                                    TO RPT-RESULT-TEXT
028700        WHEN LHT-SCOPE-VALUE = SPACES
028800           MOVE 'REJECTED - NO SCOPE VALUE' TO RPT-RESULT-TEXT
028900        WHEN LHT-AUTHORITY = SPACES
029000           MOVE 'REJECTED - NO REQUESTING AUTHORITY'
029100                                    TO RPT-RESULT-TEXT
029200        WHEN LHT-FROM-DATE NOT NUMERIC  OR
029300             LHT-THRU-DATE NOT NUMERIC  OR
029400             LHT-START-DATE NOT NUMERIC  OR
029500             LHT-RELEASE-DATE NOT NUMERIC
029600           MOVE 'REJECTED - INVALID DATE'   TO RPT-RESULT-TEXT
029700        WHEN LHD-THRU-DATE > ZERO  AND
029800             LHD-THRU-DATE < LHD-FROM-DATE
029900           MOVE 'REJECTED - THRU DATE BEFORE FROM DATE'
030000                                    TO RPT-RESULT-TEXT
030100        WHEN LHD-START-DATE = ZERO
030200           MOVE 'REJECTED - NO START DATE'  TO RPT-RESULT-TEXT
030300        WHEN LHD-RELEASE-DATE > ZERO  AND
030400             LHD-RELEASE-DATE < LHD-START-DATE
030500           MOVE 'REJECTED - RELEASE DATE BEFORE START DATE'
030600                                    TO RPT-RESULT-TEXT
030700        WHEN OTHER
030800           CONTINUE
030900     END-EVALUATE.
031000/
031100 2900-READ-NEXT-TRANSACTION.
031200     READ HOLD-TRANS
031300         AT END MOVE 'Y'            TO WS-EOF-SWITCH
031400     END-READ.
031500/
031600 3000-TERMINATE.
031700     CLOSE LEGAL-HOLD-FILE
031800           HOLD-TRANS
031900           MAINT-JOURNAL
032000           MAINT-REPORT.
