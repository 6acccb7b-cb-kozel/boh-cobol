000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALSPM.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALSPM - NEW PROGRAM
000700*         - MAINTAINS THE OPERATOR SECURITY PROFILE MASTER (KEYED
000800*           BY OPERATOR ID) THAT ESCALSEC CHECKS WHEN AN INQUIRY
000900*           PANEL STARTS.  EACH TRANSACTION ADDS, CHANGES,
001000*           DELETES, OR INQUIRES ON ONE OPERATOR'S PROFILE - ROLE,
001100*           STATUS, EXPIRY AND RECERTIFICATION DATES, AND THE
001200*           PANELS AND FUNCTIONS GRANTED.  A CHANGE REPLACES THE
001300*           WHOLE PROFILE; A RECERTIFICATION IS A CHANGE CARRYING
001400*           THE NEXT RECERTIFICATION DATE.  TRANSACTIONS ARRIVE
001500*           THROUGH THE TWO-PERSON APPROVAL PATH (ESCALPND /
001600*           ESCALAPR) ON PROFTRAN, NO ONE MAY MAINTAIN THEIR OWN
001700*           PROFILE, AND EVERY ADD/CHANGE/DELETE IS JOURNALED TO
001800*           THE COMMON MAINTENANCE JOURNAL (MNTJRNL).
001830* 10/15/2026 ESCALSPM - THE TEAM-LEAD WORKLIST PANEL (ESCALWQS)
001860*           MAY BE GRANTED.
001900******************************************************************
002000 DATE-COMPILED.
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.            IBM-Z990.
002400 OBJECT-COMPUTER.            IBM-Z990.
002500 INPUT-OUTPUT  SECTION.
002600 FILE-CONTROL.
002700     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRPROF
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS OPR-OPERATOR-ID.
003100     SELECT PROFILE-TRANS        ASSIGN TO PROFTRAN
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT MAINT-REPORT         ASSIGN TO PROFRPT
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  OPERATOR-PROFILE-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 COPY OPRFCPY.
004300/
004400 FD  PROFILE-TRANS
004500     LABEL RECORDS ARE STANDARD
004600     RECORDING MODE IS F.
004700 COPY OPRTCPY.
004800/
004900 FD  MAINT-REPORT
005000     LABEL RECORDS ARE STANDARD
005100     RECORDING MODE IS F.
005200 01  PROFRPT-RECORD                 PIC X(100).
005300/
005400 FD  MAINT-JOURNAL
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700 COPY MJRNCPY.
005800/
005900 WORKING-STORAGE SECTION.
006000 01  W-STORAGE-REF                  PIC X(46) VALUE
006100     'ESCALSPM      - W O R K I N G   S T O R A G E'.
006200
006300 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
006400     88  END-OF-FILE                           VALUE 'Y'.
006500     88  NOT-END-OF-FILE                       VALUE 'N'.
006600
006700 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
006800     88  RECORD-NOT-FOUND                      VALUE 'Y'.
006900     88  RECORD-FOUND                          VALUE 'N'.
007000
007100 01  WS-TODAY                       PIC 9(08).
007200 01  WS-TIME-NOW                    PIC 9(08).
007300 01  WS-BEFORE-IMAGE                PIC X(80).
007400 01  WS-GRANT-SUB                   PIC 9(01).
007500
007600******************************************************************
007700*  THE INQUIRY PANELS A PROFILE MAY BE GRANTED.                  *
007800******************************************************************
007900 01  WS-PANEL-ID                    PIC X(08).
008000     88  KNOWN-INQUIRY-PANEL
008100             VALUES 'ESCALDS ' 'ESCALAIQ' 'ESCALBIQ' 'ESCALPIQ'
008150                    'ESCALWQS'.
008200
008300 01  RPT-HEADING-1.
008400     05  FILLER                     PIC X(05) VALUE SPACES.
008500     05  FILLER                     PIC X(44) VALUE
008600         'OPERATOR SECURITY PROFILE MAINTENANCE'.
008700
008800 01  RPT-HEADING-2.
008900     05  FILLER                     PIC X(05) VALUE SPACES.
009000     05  FILLER                     PIC X(08) VALUE 'ACTION'.
009100     05  FILLER                     PIC X(10) VALUE 'OPERATOR'.
009200     05  FILLER                     PIC X(06) VALUE 'ROLE'.
009300     05  FILLER                     PIC X(40) VALUE
009400         'RESULT'.
009500
009600 01  RPT-DETAIL-LINE.
009700     05  FILLER                     PIC X(05) VALUE SPACES.
009800     05  RPT-ACTION-CODE            PIC X(01).
009900     05  FILLER                     PIC X(07) VALUE SPACES.
010000     05  RPT-OPERATOR-ID            PIC X(08).
010100     05  FILLER                     PIC X(02) VALUE SPACES.
010200     05  RPT-ROLE                   PIC X(04).
010300     05  FILLER                     PIC X(02) VALUE SPACES.
010400     05  RPT-RESULT-TEXT            PIC X(60).
010500/
010600 PROCEDURE DIVISION.
010700
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE.
011000     PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-FILE.
011100     PERFORM 3000-TERMINATE.
011200     GOBACK.
011300/
011400 1000-INITIALIZE.
011500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
011600
011700     OPEN I-O    OPERATOR-PROFILE-FILE.
011800     OPEN INPUT  PROFILE-TRANS.
011900     OPEN OUTPUT MAINT-REPORT.
012000     OPEN EXTEND MAINT-JOURNAL.
012100
012200     WRITE PROFRPT-RECORD        FROM RPT-HEADING-1.
012300     WRITE PROFRPT-RECORD        FROM RPT-HEADING-2.
012400
012500     PERFORM 2900-READ-NEXT-TRANSACTION.
012600/
012700******************************************************************
012800***  No one maintains their own profile - not even through a   ***
012900***  second operator's approval.                               ***
013000******************************************************************
013100 2000-PROCESS-TRANSACTIONS.
013200     MOVE SPACES                    TO RPT-RESULT-TEXT.
013300
013400     EVALUATE TRUE
013500        WHEN OPRT-SUBMIT-OPERATOR-ID = OPRT-OPERATOR-ID  AND
013600             NOT OPRT-INQUIRY
013700           MOVE 'REJECTED - OPERATOR MAY NOT MAINTAIN OWN PROFILE'
013800                                    TO RPT-RESULT-TEXT
013900        WHEN OPRT-ADD
014000           PERFORM 2100-ADD-PROFILE
014100        WHEN OPRT-CHANGE
014200           PERFORM 2200-CHANGE-PROFILE
014300        WHEN OPRT-DELETE
014400           PERFORM 2300-DELETE-PROFILE
014500        WHEN OPRT-INQUIRY
014600           PERFORM 2400-INQUIRE-PROFILE
014700        WHEN OTHER
014800           MOVE 'INVALID ACTION CODE'    TO RPT-RESULT-TEXT
014900     END-EVALUATE.
015000
015100     MOVE OPRT-ACTION-CODE          TO RPT-ACTION-CODE.
015200     MOVE OPRT-OPERATOR-ID          TO RPT-OPERATOR-ID.
015300     MOVE OPRT-ROLE                 TO RPT-ROLE.
015400     WRITE PROFRPT-RECORD           FROM RPT-DETAIL-LINE.
015500
015600     PERFORM 2900-READ-NEXT-TRANSACTION.
015700/
015800 2100-ADD-PROFILE.
015900     MOVE OPRT-OPERATOR-ID          TO OPR-OPERATOR-ID.
016000
016100     READ OPERATOR-PROFILE-FILE
016200         INVALID KEY
016300            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
016400         NOT INVALID KEY
016500            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
016600     END-READ.
016700
016800     IF RECORD-FOUND  THEN
016900        MOVE 'REJECTED - OPERATOR ALREADY ON FILE'
017000                                    TO RPT-RESULT-TEXT
017100     ELSE
017200        INITIALIZE OPERATOR-PROFILE-RECORD
017300        PERFORM 2600-BUILD-PROFILE
017400        IF RPT-RESULT-TEXT = SPACES  THEN
017500           WRITE OPERATOR-PROFILE-RECORD
017600           MOVE SPACES              TO WS-BEFORE-IMAGE
017700           PERFORM 2500-WRITE-JOURNAL-RECORD
017800           MOVE 'PROFILE ADDED'     TO RPT-RESULT-TEXT
017900        END-IF
018000     END-IF.
018100/
018200 2200-CHANGE-PROFILE.
018300     MOVE OPRT-OPERATOR-ID          TO OPR-OPERATOR-ID.
018400
018500     READ OPERATOR-PROFILE-FILE
018600         INVALID KEY
018700            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
018800         NOT INVALID KEY
018900            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
019000     END-READ.
019100     MOVE SPACES                    TO WS-BEFORE-IMAGE.
019200     MOVE OPERATOR-PROFILE-RECORD   TO WS-BEFORE-IMAGE.
019300
019400     IF RECORD-NOT-FOUND  THEN
019500        MOVE 'REJECTED - OPERATOR NOT ON FILE' TO RPT-RESULT-TEXT
019600     ELSE
019700        PERFORM 2600-BUILD-PROFILE
019800        IF RPT-RESULT-TEXT = SPACES  THEN
019900           REWRITE OPERATOR-PROFILE-RECORD
020000           PERFORM 2500-WRITE-JOURNAL-RECORD
020100           MOVE 'PROFILE CHANGED'   TO RPT-RESULT-TEXT
020200        END-IF
020300     END-IF.
020400/
020500 2300-DELETE-PROFILE.
020600     MOVE OPRT-OPERATOR-ID          TO OPR-OPERATOR-ID.
020700
020800     READ OPERATOR-PROFILE-FILE
020900         INVALID KEY
021000            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
021100         NOT INVALID KEY
021200            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
021300     END-READ.
021400
021500     IF RECORD-NOT-FOUND  THEN
021600        MOVE 'REJECTED - OPERATOR NOT ON FILE' TO RPT-RESULT-TEXT
021700     ELSE
021800        MOVE SPACES                 TO WS-BEFORE-IMAGE
021900        MOVE OPERATOR-PROFILE-RECORD TO WS-BEFORE-IMAGE
022000        DELETE OPERATOR-PROFILE-FILE RECORD
022100        MOVE SPACES                 TO OPERATOR-PROFILE-RECORD
022200        PERFORM 2500-WRITE-JOURNAL-RECORD
022300        MOVE 'PROFILE DELETED'      TO RPT-RESULT-TEXT
022400     END-IF.
022500/
022600 2400-INQUIRE-PROFILE.
022700     MOVE OPRT-OPERATOR-ID          TO OPR-OPERATOR-ID.
022800
022900     READ OPERATOR-PROFILE-FILE
023000         INVALID KEY
023100            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
023200         NOT INVALID KEY
023300            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
023400     END-READ.
023500
023600     IF RECORD-NOT-FOUND  THEN
023700        MOVE 'NOT ON FILE'          TO RPT-RESULT-TEXT
023800     ELSE
023900        STRING 'ROLE='      OPR-ROLE
024000               ' STATUS='   OPR-STATUS
024100               ' EXPIRES='  OPR-EXPIRY-DATE
024200               ' RECERT='   OPR-RECERT-DATE
024300               ' PANELS='   OPR-GRANT-COUNT
024400            DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
024500     END-IF.
024600/
024700******************************************************************
024800***  One journal record per applied add/change/delete: operator***
024900***  stamp, timestamp, and before/after images.                ***
025000******************************************************************
025100 2500-WRITE-JOURNAL-RECORD.
025200     ACCEPT WS-TIME-NOW          FROM TIME.
025300     MOVE 'ESCALSPM'                TO MJRN-PROGRAM-ID.
025400     MOVE OPRT-SUBMIT-OPERATOR-ID   TO MJRN-OPERATOR-ID.
025500     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
025600     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
025700     MOVE OPRT-ACTION-CODE          TO MJRN-ACTION-CODE.
025800     MOVE SPACES                    TO MJRN-RECORD-KEY.
025900     MOVE OPRT-OPERATOR-ID          TO MJRN-RECORD-KEY.
026000     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
026100     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
026200     MOVE OPERATOR-PROFILE-RECORD   TO MJRN-AFTER-IMAGE.
026300     WRITE MAINT-JOURNAL-RECORD.
026400/
026500******************************************************************
026600***  The profile as it should stand.  A bad role, status, date ***
026700***  or panel rejects the whole transaction and leaves the     ***
026800***  reason in the result text.  A new profile must not already***
026900***  be expired.                                               ***
027000******************************************************************
027100 2600-BUILD-PROFILE.
027200     MOVE OPRT-OPERATOR-ID          TO OPR-OPERATOR-ID.
027300     MOVE OPRT-OPERATOR-NAME        TO OPR-OPERATOR-NAME.
027400     MOVE OPRT-ROLE                 TO OPR-ROLE.
027500     MOVE OPRT-STATUS               TO OPR-STATUS.
027600     MOVE OPRT-EXPIRY-DATE          TO OPR-EXPIRY-DATE.
027700     MOVE OPRT-RECERT-DATE          TO OPR-RECERT-DATE.
027800     MOVE OPRT-GRANT-COUNT          TO OPR-GRANT-COUNT.
027900     PERFORM 2610-BUILD-ONE-GRANT
028000        VARYING WS-GRANT-SUB FROM 1 BY 1
028100        UNTIL WS-GRANT-SUB > 4.
028200     MOVE WS-TODAY                  TO OPR-LAST-UPDATE-DATE.
028300     MOVE OPRT-SUBMIT-OPERATOR-ID   TO OPR-LAST-UPDATE-OPERATOR.
028400
028500     EVALUATE TRUE
028600        WHEN NOT OPR-ROLE-VALID
028700           MOVE 'REJECTED - INVALID ROLE'   TO RPT-RESULT-TEXT
028800        WHEN NOT OPR-PROFILE-ACTIVE  AND
028900             NOT OPR-PROFILE-SUSPENDED
029000           MOVE 'REJECTED - INVALID STATUS' TO RPT-RESULT-TEXT
029100        WHEN OPRT-EXPIRY-DATE NOT NUMERIC  OR
029200             OPRT-RECERT-DATE NOT NUMERIC
029300           MOVE 'REJECTED - INVALID DATE'   TO RPT-RESULT-TEXT
029400        WHEN OPRT-ADD  AND  OPR-EXPIRY-DATE < WS-TODAY
029500           MOVE 'REJECTED - EXPIRY DATE ALREADY PAST'
029600                                    TO RPT-RESULT-TEXT
029700        WHEN OPR-RECERT-DATE = ZERO
029800           MOVE 'REJECTED - NO RECERTIFICATION DATE'
029900                                    TO RPT-RESULT-TEXT
030000        WHEN OPRT-GRANT-COUNT NOT NUMERIC  OR
030100             OPRT-GRANT-COUNT > 4
030200           MOVE 'REJECTED - INVALID PANEL COUNT'
030300                                    TO RPT-RESULT-TEXT
030400        WHEN OTHER
030500           PERFORM 2620-CHECK-ONE-GRANT
030600              VARYING WS-GRANT-SUB FROM 1 BY 1
030700              UNTIL WS-GRANT-SUB > OPR-GRANT-COUNT
030800     END-EVALUATE.
030900/
031000 2610-BUILD-ONE-GRANT.
031100     IF WS-GRANT-SUB > OPRT-GRANT-COUNT  THEN
031200        MOVE SPACES                 TO OPR-GRANT (WS-GRANT-SUB)
031300     ELSE
031400        MOVE OPRT-GRANT (WS-GRANT-SUB) TO OPR-GRANT (WS-GRANT-SUB)
031500     END-IF.
031600/
031700 2620-CHECK-ONE-GRANT.
031800     MOVE OPR-GRANT-PANEL (WS-GRANT-SUB) TO WS-PANEL-ID.
031900     IF NOT KNOWN-INQUIRY-PANEL  THEN
032000        STRING 'REJECTED - NOT AN INQUIRY PANEL: ' WS-PANEL-ID
032100           DELIMITED BY SIZE      INTO RPT-RESULT-TEXT
032200     END-IF.
032300/
032400 2900-READ-NEXT-TRANSACTION.
032500     READ PROFILE-TRANS
032600         AT END MOVE 'Y'            TO WS-EOF-SWITCH
032700     END-READ.
032800/
032900 3000-TERMINATE.
033000     CLOSE OPERATOR-PROFILE-FILE
033100           PROFILE-TRANS
033200           MAINT-JOURNAL
033300           MAINT-REPORT.
