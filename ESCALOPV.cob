000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALOPV.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALOPV - NEW PROGRAM
000700*         - MONTHLY OPERATOR PROFILE REVIEW.  READS THE MONTH'S
000800*           ACCESS LOG (ACCSLOG) FOR EVERY OPERATOR WHO STARTED
000900*           AN INQUIRY PANEL OR HAD AN INQUIRY ANSWERED, THEN
001000*           LISTS EACH PROFILE ON THE OPERATOR SECURITY PROFILE
001100*           MASTER THAT IS ACTIVE BUT SAW NO ACTIVITY IN THE
001200*           PERIOD, OR WHOSE RECERTIFICATION DATE HAS PASSED, SO
001300*           THE SECURITY OFFICER CAN SUSPEND OR RECERTIFY IT.
001400*           THE PERIOD ON OPVCTL DEFAULTS TO THE PRIOR CALENDAR
001500*           MONTH.
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.            IBM-Z990.
002100 OBJECT-COMPUTER.            IBM-Z990.
002200 INPUT-OUTPUT  SECTION.
002300 FILE-CONTROL.
002400     SELECT REVIEW-CONTROL       ASSIGN TO OPVCTL
002500         ORGANIZATION IS SEQUENTIAL.
002600     SELECT ACCESS-LOG-IN        ASSIGN TO ACCSLOG
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRPROF
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS OPR-OPERATOR-ID.
003200     SELECT REVIEW-REPORT        ASSIGN TO OPVRPT
003300         ORGANIZATION IS SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  REVIEW-CONTROL
003800     LABEL RECORDS ARE STANDARD
003900     RECORDING MODE IS F.
004000 01  OPVCTL-RECORD.
004100     05  OPVC-FROM-DATE             PIC 9(08).
004200     05  OPVC-THRU-DATE             PIC 9(08).
004300     05  FILLER                     PIC X(64).
004400/
004500 FD  ACCESS-LOG-IN
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS F.
004800 COPY ACCLCPY.
004900/
005000 FD  OPERATOR-PROFILE-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 COPY OPRFCPY.
005300/
005400 FD  REVIEW-REPORT
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700 01  OPVRPT-RECORD                  PIC X(100).
005800/
005900 WORKING-STORAGE SECTION.
006000 01  W-STORAGE-REF                  PIC X(46) VALUE
006100     'ESCALOPV      - W O R K I N G   S T O R A G E'.
006200
006300 01  WS-LOG-EOF-SWITCH              PIC X(01) VALUE 'N'.
006400     88  LOG-END-OF-FILE                       VALUE 'Y'.
006500 01  WS-PROFILE-EOF-SWITCH          PIC X(01) VALUE 'N'.
006600     88  PROFILE-END-OF-FILE                   VALUE 'Y'.
006700
006800 01  WS-TODAY                       PIC 9(08).
006900 01  WS-TODAY-PARTS  REDEFINES  WS-TODAY.
007000     05  WS-TODAY-CCYY              PIC 9(04).
007100     05  WS-TODAY-MM                PIC 9(02).
007200     05  WS-TODAY-DD                PIC 9(02).
007300 01  WS-FROM-DATE                   PIC 9(08).
007400 01  WS-FROM-PARTS  REDEFINES  WS-FROM-DATE.
007500     05  WS-FROM-CCYY               PIC 9(04).
007600     05  WS-FROM-MM                 PIC 9(02).
007700     05  WS-FROM-DD                 PIC 9(02).
007800 01  WS-THRU-DATE                   PIC 9(08).
007900
008000******************************************************************
008100*  EVERY OPERATOR ACTIVE IN THE PERIOD, IN OPERATOR ID ORDER,    *
008200*  WITH THE LAST DAY THEY WERE SEEN.                             *
008300******************************************************************
008400 01  WS-ACT-TABLE.
008500     05  WS-ACT-ENTRY  OCCURS 2000 TIMES.
008600         10  WS-ACT-OPR-ID     PIC X(08).
008700         10  WS-ACT-LAST-DATE       PIC 9(08).
008800 01  WS-ACT-COUNT-LOADED            PIC 9(05) VALUE ZERO.
008900 01  WS-ACT-SUB                     PIC 9(05).
009000 01  WS-ACT-MATCH-SUB               PIC 9(05).
009100 01  WS-SEARCH-OPR-ID          PIC X(08).
009200 01  WS-LOW-SUB                     PIC S9(05).
009300 01  WS-HIGH-SUB                    PIC S9(05).
009400 01  WS-MID-SUB                     PIC S9(05).
009500
009600 01  WS-EXCEPTION-SWITCHES.
009700     05  WS-NO-ACTIVITY-SWITCH      PIC X(01).
009800         88  PROFILE-HAD-NO-ACTIVITY           VALUE 'Y'.
009900     05  WS-RECERT-SWITCH           PIC X(01).
010000         88  PROFILE-RECERT-OVERDUE            VALUE 'Y'.
010100
010200 01  WS-LOG-READ-COUNT              PIC 9(09) VALUE ZERO.
010300 01  WS-PROFILE-READ-COUNT          PIC 9(07) VALUE ZERO.
010400 01  WS-NO-ACTIVITY-COUNT           PIC 9(07) VALUE ZERO.
010500 01  WS-RECERT-OVERDUE-COUNT        PIC 9(07) VALUE ZERO.
010600 01  WS-EXPIRED-COUNT               PIC 9(07) VALUE ZERO.
010700 01  WS-TABLE-FULL-COUNT            PIC 9(07) VALUE ZERO.
010800
010900 01  RPT-HEADING-1.
011000     05  FILLER                     PIC X(05) VALUE SPACES.
011100     05  FILLER                     PIC X(50) VALUE
011200         'OPERATOR SECURITY PROFILE REVIEW'.
011300     05  RPT-HDR-RUN-DATE           PIC 9(08).
011400
011500 01  RPT-HEADING-2.
011600     05  FILLER                     PIC X(05) VALUE SPACES.
011700     05  FILLER                     PIC X(14) VALUE
011800         'ACTIVITY FROM '.
011900     05  RPT-HDR-FROM-DATE          PIC 9(08).
012000     05  FILLER                     PIC X(06) VALUE ' THRU '.
012100     05  RPT-HDR-THRU-DATE          PIC 9(08).
012200
012300 01  RPT-COLUMN-HEADING.
012400     05  FILLER                     PIC X(05) VALUE SPACES.
012500     05  FILLER                     PIC X(30) VALUE
012600         'OPERATOR NAME'.
012700     05  FILLER                     PIC X(34) VALUE
012800         'ROLE S EXPIRES  RECERT   UPDATED'.
012900     05  FILLER                     PIC X(31) VALUE
013000         'EXCEPTION'.
013100
013200 01  RPT-DETAIL-LINE.
013300     05  FILLER                     PIC X(05) VALUE SPACES.
013400     05  RPT-OPERATOR-ID            PIC X(08).
013500     05  FILLER                     PIC X(01) VALUE SPACES.
013600     05  RPT-OPERATOR-NAME          PIC X(20).
013700     05  FILLER                     PIC X(01) VALUE SPACES.
013800     05  RPT-ROLE                   PIC X(04).
013900     05  FILLER                     PIC X(01) VALUE SPACES.
014000     05  RPT-STATUS                 PIC X(01).
014100     05  FILLER                     PIC X(01) VALUE SPACES.
014200     05  RPT-EXPIRY-DATE            PIC 9(08).
014300     05  FILLER                     PIC X(01) VALUE SPACES.
014400     05  RPT-RECERT-DATE            PIC 9(08).
014500     05  FILLER                     PIC X(01) VALUE SPACES.
014600     05  RPT-LAST-UPDATE-DATE       PIC 9(08).
014700     05  FILLER                     PIC X(01) VALUE SPACES.
014800     05  RPT-EXCEPTION-TEXT         PIC X(31).
014900
015000 01  RPT-TOTAL-LINE.
015100     05  FILLER                     PIC X(05) VALUE SPACES.
015200     05  RPT-TOTAL-TEXT             PIC X(44).
015300     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
015400/
015500 PROCEDURE DIVISION.
015600
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE.
015900     PERFORM 1100-TABLE-ONE-LOG-RECORD UNTIL LOG-END-OF-FILE.
016000     PERFORM 2000-REVIEW-ONE-PROFILE UNTIL PROFILE-END-OF-FILE.
016100     PERFORM 4000-PRINT-RUN-TOTALS.
016200     PERFORM 5000-TERMINATE.
016300     GOBACK.
016400/
016500******************************************************************
016600*  OPVCTL MAY NAME THE PERIOD; BY DEFAULT IT IS THE CALENDAR     *
016700*  MONTH BEFORE THE RUN.                                         *
016800******************************************************************
016900 1000-INITIALIZE.
017000     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
017100     MOVE WS-TODAY-CCYY             TO WS-FROM-CCYY.
017200     MOVE WS-TODAY-MM               TO WS-FROM-MM.
017300     MOVE 01                        TO WS-FROM-DD.
017400     IF WS-FROM-MM = 01  THEN
017500        SUBTRACT 1                FROM WS-FROM-CCYY
017600        MOVE 12                     TO WS-FROM-MM
017700     ELSE
017800        SUBTRACT 1                FROM WS-FROM-MM
017900     END-IF.
018000     MOVE WS-FROM-DATE              TO WS-THRU-DATE.
018100     ADD 30                         TO WS-THRU-DATE.
018200
018300     OPEN INPUT REVIEW-CONTROL.
018400     READ REVIEW-CONTROL
018500         AT END
018600           CONTINUE
018700         NOT AT END
018800           IF OPVC-FROM-DATE NUMERIC  AND
018900              OPVC-FROM-DATE > ZERO  THEN
019000              MOVE OPVC-FROM-DATE   TO WS-FROM-DATE
019100           END-IF
019200           IF OPVC-THRU-DATE NUMERIC  AND
019300              OPVC-THRU-DATE > ZERO  THEN
019400              MOVE OPVC-THRU-DATE   TO WS-THRU-DATE
019500           END-IF
019600     END-READ.
019700     CLOSE REVIEW-CONTROL.
019800
019900     OPEN INPUT  ACCESS-LOG-IN.
020000     OPEN INPUT  OPERATOR-PROFILE-FILE.
020100     OPEN OUTPUT REVIEW-REPORT.
020200
020300     MOVE WS-TODAY                  TO RPT-HDR-RUN-DATE.
020400     MOVE WS-FROM-DATE              TO RPT-HDR-FROM-DATE.
020500     MOVE WS-THRU-DATE              TO RPT-HDR-THRU-DATE.
020600     WRITE OPVRPT-RECORD         FROM RPT-HEADING-1.
020700     WRITE OPVRPT-RECORD         FROM RPT-HEADING-2.
020800     MOVE SPACES                    TO OPVRPT-RECORD.
020900     WRITE OPVRPT-RECORD.
021000     WRITE OPVRPT-RECORD         FROM RPT-COLUMN-HEADING.
021100
021200     PERFORM 1900-READ-NEXT-LOG-RECORD.
021300     PERFORM 2900-READ-NEXT-PROFILE.
021400/
021500******************************************************************
021600*  A PANEL STARTED OR AN INQUIRY ANSWERED COUNTS AS ACTIVITY; A  *
021700*  REFUSED START DOES NOT.                                       *
021800******************************************************************
021900 1100-TABLE-ONE-LOG-RECORD.
022000     IF (ACL-PANEL-STARTED  OR  ACL-INQUIRY-ANSWERED)  AND
022100        ACL-LOG-DATE NOT < WS-FROM-DATE  AND
022200        ACL-LOG-DATE NOT > WS-THRU-DATE  THEN
022300        MOVE ACL-OPERATOR-ID        TO WS-SEARCH-OPR-ID
022400        PERFORM 8000-FIND-OPERATOR
022500        IF WS-ACT-MATCH-SUB = ZERO  THEN
022600           IF WS-ACT-COUNT-LOADED < 2000  THEN
022700              PERFORM 1110-MOVE-ONE-OPERATOR-DOWN
022800                 VARYING WS-ACT-SUB FROM WS-ACT-COUNT-LOADED BY -1
022900                 UNTIL WS-ACT-SUB < WS-LOW-SUB
023000              ADD 1                 TO WS-ACT-COUNT-LOADED
023100              MOVE WS-LOW-SUB       TO WS-ACT-MATCH-SUB
023200              MOVE ACL-OPERATOR-ID  TO
023300                 WS-ACT-OPR-ID (WS-ACT-MATCH-SUB)
023400              MOVE ZERO             TO
023500                 WS-ACT-LAST-DATE (WS-ACT-MATCH-SUB)
023600           ELSE
023700              ADD 1                 TO WS-TABLE-FULL-COUNT
023800           END-IF
023900        END-IF
024000        IF WS-ACT-MATCH-SUB > ZERO  THEN
024100           IF ACL-LOG-DATE > WS-ACT-LAST-DATE (WS-ACT-MATCH-SUB)
024200              THEN
024300              MOVE ACL-LOG-DATE     TO
024400                 WS-ACT-LAST-DATE (WS-ACT-MATCH-SUB)
024500           END-IF
024600        END-IF
024700     END-IF.
024800     PERFORM 1900-READ-NEXT-LOG-RECORD.
024900/
025000 1110-MOVE-ONE-OPERATOR-DOWN.
025100     MOVE WS-ACT-ENTRY (WS-ACT-SUB)  TO
025200          WS-ACT-ENTRY (WS-ACT-SUB + 1).
025300/
025400 1900-READ-NEXT-LOG-RECORD.
025500     READ ACCESS-LOG-IN
025600         AT END MOVE 'Y'            TO WS-LOG-EOF-SWITCH
025700         NOT AT END ADD 1           TO WS-LOG-READ-COUNT
025800     END-READ.
025900/
026000******************************************************************
026100*  ONLY AN ACTIVE PROFILE CAN GO UNUSED - A SUSPENDED ONE        *
026200*  CANNOT SIGN ON.  ANY PROFILE STILL ON FILE PAST ITS           *
026300*  RECERTIFICATION DATE IS LISTED, AND AN EXPIRED ONE IS NOTED   *
026400*  AS SUCH.                                                      *
026500******************************************************************
026600 2000-REVIEW-ONE-PROFILE.
026700     MOVE 'N'                       TO WS-NO-ACTIVITY-SWITCH
026800                                       WS-RECERT-SWITCH.
026900     IF OPR-PROFILE-ACTIVE  THEN
027000        MOVE OPR-OPERATOR-ID        TO WS-SEARCH-OPR-ID
027100        PERFORM 8000-FIND-OPERATOR
027200        IF WS-ACT-MATCH-SUB = ZERO  THEN
027300           MOVE 'Y'                 TO WS-NO-ACTIVITY-SWITCH
027400           ADD 1                    TO WS-NO-ACTIVITY-COUNT
027500        END-IF
027600     END-IF.
027700     IF OPR-RECERT-DATE < WS-TODAY  THEN
027800        MOVE 'Y'                    TO WS-RECERT-SWITCH
027900        ADD 1                       TO WS-RECERT-OVERDUE-COUNT
028000     END-IF.
028100
028200     IF PROFILE-HAD-NO-ACTIVITY  OR  PROFILE-RECERT-OVERDUE  THEN
028300        PERFORM 2100-PRINT-EXCEPTION
028400     END-IF.
028500     PERFORM 2900-READ-NEXT-PROFILE.
028600/
028700 2100-PRINT-EXCEPTION.
028800     MOVE SPACES                    TO RPT-EXCEPTION-TEXT.
028900     EVALUATE TRUE
029000        WHEN PROFILE-HAD-NO-ACTIVITY  AND  PROFILE-RECERT-OVERDUE
029100           MOVE 'NO ACTIVITY, RECERT OVERDUE' TO
029200                                    RPT-EXCEPTION-TEXT
029300        WHEN PROFILE-HAD-NO-ACTIVITY
029400           MOVE 'NO ACTIVITY'       TO RPT-EXCEPTION-TEXT
029500        WHEN OTHER
029600           MOVE 'RECERT OVERDUE'    TO RPT-EXCEPTION-TEXT
029700     END-EVALUATE.
029800     IF OPR-EXPIRY-DATE < WS-TODAY  THEN
029900        MOVE 'EXPIRED'              TO RPT-EXCEPTION-TEXT (28:)
030000        ADD 1                       TO WS-EXPIRED-COUNT
030100     END-IF.
030200
030300     MOVE OPR-OPERATOR-ID           TO RPT-OPERATOR-ID.
030400     MOVE OPR-OPERATOR-NAME         TO RPT-OPERATOR-NAME.
030500     MOVE OPR-ROLE                  TO RPT-ROLE.
030600     MOVE OPR-STATUS                TO RPT-STATUS.
030700     MOVE OPR-EXPIRY-DATE           TO RPT-EXPIRY-DATE.
030800     MOVE OPR-RECERT-DATE           TO RPT-RECERT-DATE.
030900     MOVE OPR-LAST-UPDATE-DATE      TO RPT-LAST-UPDATE-DATE.
031000     WRITE OPVRPT-RECORD         FROM RPT-DETAIL-LINE.
031100/
031200 2900-READ-NEXT-PROFILE.
031300     READ OPERATOR-PROFILE-FILE
031400         AT END MOVE 'Y'            TO WS-PROFILE-EOF-SWITCH
031500         NOT AT END ADD 1           TO WS-PROFILE-READ-COUNT
031600     END-READ.
031700/
031800 4000-PRINT-RUN-TOTALS.
031900     MOVE SPACES                    TO OPVRPT-RECORD.
032000     WRITE OPVRPT-RECORD.
032100
032200     MOVE 'ACCESS LOG RECORDS READ  . . . . . . . . . .' TO
032300                                    RPT-TOTAL-TEXT.
032400     MOVE WS-LOG-READ-COUNT         TO RPT-TOTAL-COUNT.
032500     WRITE OPVRPT-RECORD         FROM RPT-TOTAL-LINE.
032600
032700     MOVE 'OPERATORS ACTIVE IN THE PERIOD . . . . . . .' TO
032800                                    RPT-TOTAL-TEXT.
032900     MOVE WS-ACT-COUNT-LOADED       TO RPT-TOTAL-COUNT.
033000     WRITE OPVRPT-RECORD         FROM RPT-TOTAL-LINE.
033100
033200     MOVE 'PROFILES READ  . . . . . . . . . . . . . . .' TO
033300                                    RPT-TOTAL-TEXT.
033400     MOVE WS-PROFILE-READ-COUNT     TO RPT-TOTAL-COUNT.
033500     WRITE OPVRPT-RECORD         FROM RPT-TOTAL-LINE.
033600
033700     MOVE 'ACTIVE PROFILES WITH NO ACTIVITY . . . . . .' TO
033800                                    RPT-TOTAL-TEXT.
033900     MOVE WS-NO-ACTIVITY-COUNT      TO RPT-TOTAL-COUNT.
034000     WRITE OPVRPT-RECORD         FROM RPT-TOTAL-LINE.
034100
034200     MOVE 'PROFILES PAST RECERTIFICATION DATE . . . . .' TO
034300                                    RPT-TOTAL-TEXT.
034400     MOVE WS-RECERT-OVERDUE-COUNT   TO RPT-TOTAL-COUNT.
034500     WRITE OPVRPT-RECORD         FROM RPT-TOTAL-LINE.
034600
034700     MOVE 'LISTED PROFILES PAST EXPIRY  . . . . . . . .' TO
034800                                    RPT-TOTAL-TEXT.
034900     MOVE WS-EXPIRED-COUNT          TO RPT-TOTAL-COUNT.
035000     WRITE OPVRPT-RECORD         FROM RPT-TOTAL-LINE.
035100
035200     IF WS-TABLE-FULL-COUNT > ZERO  THEN
035300        MOVE 'LOG RECORDS NOT TABLED - TABLE FULL  . . . .' TO
035400                                    RPT-TOTAL-TEXT
035500        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
035600        WRITE OPVRPT-RECORD      FROM RPT-TOTAL-LINE
035700        MOVE 4                      TO RETURN-CODE
035800     END-IF.
035900/
036000 5000-TERMINATE.
036100     CLOSE ACCESS-LOG-IN
036200           OPERATOR-PROFILE-FILE
036300           REVIEW-REPORT.
036400/
036500 8000-FIND-OPERATOR.
036600     MOVE ZERO                      TO WS-ACT-MATCH-SUB.
036700     MOVE 1                         TO WS-LOW-SUB.
036800     MOVE WS-ACT-COUNT-LOADED       TO WS-HIGH-SUB.
036900     PERFORM 8010-PROBE-ACTIVITY-TABLE
037000        UNTIL WS-LOW-SUB > WS-HIGH-SUB  OR
037100              WS-ACT-MATCH-SUB > ZERO.
037200/
037300 8010-PROBE-ACTIVITY-TABLE.
037400     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
037500     EVALUATE TRUE
037600        WHEN WS-ACT-OPR-ID (WS-MID-SUB) = WS-SEARCH-OPR-ID
037700           MOVE WS-MID-SUB          TO WS-ACT-MATCH-SUB
037800        WHEN WS-ACT-OPR-ID (WS-MID-SUB) < WS-SEARCH-OPR-ID
037900           COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
038000        WHEN OTHER
038100           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
038200     END-EVALUATE.
