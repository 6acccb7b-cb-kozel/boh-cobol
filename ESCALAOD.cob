000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALAOD.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALAOD - NEW PROGRAM
000700*         - ACCOUNTING OF DISCLOSURES FOR ONE BENEFICIARY.  GIVEN
000800*           AN MBI AND A DATE RANGE ON AODCTL, LISTS EVERY INQUIRY
000900*           ON THE ACCESS LOG (ACCSLOG - THE GENERATIONS COVERING
001000*           THE RANGE, CONCATENATED) THAT SHOWED AN OPERATOR THAT
001100*           BENEFICIARY'S DATA: WHEN, WHO (NAME AND ROLE FROM THE
001200*           OPERATOR SECURITY PROFILE MASTER), ON WHICH PANEL, BY
001300*           WHAT KEY, AND WHETHER THE MBI AND DATE OF BIRTH SHOWED
001400*           IN THE CLEAR - THEN ONE LINE PER OPERATOR WITH THEIR
001500*           COUNT AND FIRST AND LAST VIEW.  BOTH THE MBI ASKED FOR
001600*           AND EACH MBI LOGGED ARE RESOLVED THROUGH THE REISSUE
001700*           CROSSWALK (ESCALMXL), SO VIEWS UNDER A RETIRED NUMBER
001800*           ARE ACCOUNTED FOR.  THE RANGE DEFAULTS TO THE SIX
001900*           YEARS ENDING TODAY.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT DISCLOSURE-CONTROL   ASSIGN TO AODCTL
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT ACCESS-LOG-IN        ASSIGN TO ACCSLOG
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRPROF
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OPR-OPERATOR-ID.
003600     SELECT DISCLOSURE-REPORT    ASSIGN TO AODRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DISCLOSURE-CONTROL
004200     LABEL RECORDS ARE STANDARD
004300     RECORDING MODE IS F.
004400 01  AODCTL-RECORD.
004500     05  AODC-MBI                   PIC X(11).
004600     05  AODC-FROM-DATE             PIC 9(08).
004700     05  AODC-THRU-DATE             PIC 9(08).
004800     05  FILLER                     PIC X(53).
004900/
005000 FD  ACCESS-LOG-IN
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 COPY ACCLCPY.
005400/
005500 FD  OPERATOR-PROFILE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 COPY OPRFCPY.
005800/
005900 FD  DISCLOSURE-REPORT
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 01  AODRPT-RECORD                  PIC X(100).
006300/
006400 WORKING-STORAGE SECTION.
006500 01  W-STORAGE-REF                  PIC X(46) VALUE
006600     'ESCALAOD      - W O R K I N G   S T O R A G E'.
006700
006800 01  WS-LOG-EOF-SWITCH              PIC X(01) VALUE 'N'.
006900     88  LOG-END-OF-FILE                       VALUE 'Y'.
007000     88  LOG-NOT-END-OF-FILE                   VALUE 'N'.
007100 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
007200     88  CTL-END-OF-FILE                       VALUE 'Y'.
007300 01  WS-FOUND-SWITCH                PIC X(01).
007400     88  PROFILE-WAS-FOUND                     VALUE 'Y'.
007500     88  PROFILE-WAS-NOT-FOUND                 VALUE 'N'.
007600
007700 01  WS-TODAY                       PIC 9(08).
007800 01  WS-REQUEST-MBI                 PIC X(11) VALUE SPACES.
007900 01  WS-REQUEST-CURRENT-MBI         PIC X(11).
008000 01  WS-FROM-DATE                   PIC 9(08).
008100 01  WS-THRU-DATE                   PIC 9(08).
008200
008300******************************************************************
008400*  THE LAST LOGGED MBI RESOLVED - CONSECUTIVE LOG RECORDS FOR    *
008500*  ONE BENEFICIARY ARE RESOLVED ONCE.                            *
008600******************************************************************
008700 01  WS-LAST-LOGGED-MBI             PIC X(11) VALUE LOW-VALUES.
008800 01  WS-LAST-RESOLVED-MBI           PIC X(11) VALUE SPACES.
008900
009000******************************************************************
009100*  EVERY OPERATOR WHO VIEWED THE BENEFICIARY, IN ORDER OF THEIR  *
009200*  FIRST VIEW.                                                   *
009300******************************************************************
009400 01  WS-OPR-TABLE.
009500     05  WS-OPR-ENTRY  OCCURS 500 TIMES.
009600         10  WS-OPR-ID              PIC X(08).
009700         10  WS-OPR-VIEW-COUNT      PIC 9(07).
009800         10  WS-OPR-FIRST-DATE      PIC 9(08).
009900         10  WS-OPR-LAST-DATE       PIC 9(08).
010000 01  WS-OPR-COUNT                   PIC 9(03) VALUE ZERO.
010100 01  WS-OPR-SUB                     PIC 9(03).
010200 01  WS-OPR-MATCH-SUB               PIC 9(03).
010300
010400 01  WS-LOG-READ-COUNT              PIC 9(09) VALUE ZERO.
010500 01  WS-VIEW-COUNT                  PIC 9(07) VALUE ZERO.
010600 01  WS-TABLE-FULL-COUNT            PIC 9(07) VALUE ZERO.
010700
010800 01  RPT-HEADING-1.
010900     05  FILLER                     PIC X(05) VALUE SPACES.
011000     05  FILLER                     PIC X(50) VALUE
011100         'ACCOUNTING OF DISCLOSURES - INQUIRY PANEL ACCESS'.
011200     05  RPT-HDR-RUN-DATE           PIC 9(08).
011300
011400 01  RPT-HEADING-2.
011500     05  FILLER                     PIC X(05) VALUE SPACES.
011600     05  FILLER                     PIC X(05) VALUE 'MBI '.
011700     05  RPT-HDR-MBI                PIC X(11).
011800     05  FILLER                     PIC X(10) VALUE '  CURRENT '.
011900     05  RPT-HDR-CURRENT-MBI        PIC X(11).
012000     05  FILLER                     PIC X(07) VALUE '  FROM '.
012100     05  RPT-HDR-FROM-DATE          PIC 9(08).
012200     05  FILLER                     PIC X(07) VALUE '  THRU '.
012300     05  RPT-HDR-THRU-DATE          PIC 9(08).
012400
012500 01  RPT-COLUMN-HEADING.
012600     05  FILLER                     PIC X(05) VALUE SPACES.
012700     05  FILLER                     PIC X(18) VALUE
012800         'DATE     TIME'.
012900     05  FILLER                     PIC X(30) VALUE
013000         'OPERATOR NAME'.
013100     05  FILLER                     PIC X(05) VALUE 'ROLE'.
013200     05  FILLER                     PIC X(09) VALUE 'PANEL'.
013300     05  FILLER                     PIC X(29) VALUE
013400         'KEY VIEWED                PHI'.
013500
013600 01  RPT-DETAIL-LINE.
013700     05  FILLER                     PIC X(05) VALUE SPACES.
013800     05  RPT-LOG-DATE               PIC 9(08).
013900     05  FILLER                     PIC X(01) VALUE SPACES.
014000     05  RPT-LOG-TIME               PIC 9(08).
014100     05  FILLER                     PIC X(01) VALUE SPACES.
014200     05  RPT-OPERATOR-ID            PIC X(08).
014300     05  FILLER                     PIC X(01) VALUE SPACES.
014400     05  RPT-OPERATOR-NAME          PIC X(20).
014500     05  FILLER                     PIC X(01) VALUE SPACES.
014600     05  RPT-ROLE                   PIC X(04).
014700     05  FILLER                     PIC X(01) VALUE SPACES.
014800     05  RPT-PANEL-ID               PIC X(08).
014900     05  FILLER                     PIC X(01) VALUE SPACES.
015000     05  RPT-KEY-TYPE               PIC X(03).
015100     05  FILLER                     PIC X(01) VALUE SPACES.
015200     05  RPT-KEY-VALUE              PIC X(20).
015300     05  FILLER                     PIC X(02) VALUE SPACES.
015400     05  RPT-PHI-SHOWN              PIC X(01).
015500
015600 01  RPT-SUMMARY-HEADING.
015700     05  FILLER                     PIC X(05) VALUE SPACES.
015800     05  FILLER                     PIC X(30) VALUE
015900         'OPERATOR NAME'.
016000     05  FILLER                     PIC X(30) VALUE
016100         'ROLE    VIEWS  FIRST     LAST'.
016200
016300 01  RPT-SUMMARY-LINE.
016400     05  FILLER                     PIC X(05) VALUE SPACES.
016500     05  RPT-SUM-OPERATOR-ID        PIC X(08).
016600     05  FILLER                     PIC X(01) VALUE SPACES.
016700     05  RPT-SUM-OPERATOR-NAME      PIC X(20).
016800     05  FILLER                     PIC X(01) VALUE SPACES.
016900     05  RPT-SUM-ROLE               PIC X(04).
017000     05  FILLER                     PIC X(01) VALUE SPACES.
017100     05  RPT-SUM-VIEW-COUNT         PIC ZZZ,ZZ9.
017200     05  FILLER                     PIC X(02) VALUE SPACES.
017300     05  RPT-SUM-FIRST-DATE         PIC 9(08).
017400     05  FILLER                     PIC X(02) VALUE SPACES.
017500     05  RPT-SUM-LAST-DATE          PIC 9(08).
017600
017700 01  RPT-TOTAL-LINE.
017800     05  FILLER                     PIC X(05) VALUE SPACES.
017900     05  RPT-TOTAL-TEXT             PIC X(44).
018000     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
018100/
018200 COPY MXLXCPY.
018300/
018400 PROCEDURE DIVISION.
018500
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE.
018800     IF WS-REQUEST-MBI NOT = SPACES  THEN
018900        PERFORM 2000-CHECK-ONE-LOG-RECORD UNTIL LOG-END-OF-FILE
019000        PERFORM 3000-PRINT-OPERATOR-SUMMARY
019100     END-IF.
019200     PERFORM 4000-PRINT-RUN-TOTALS.
019300     PERFORM 5000-TERMINATE.
019400     GOBACK.
019500/
019600******************************************************************
019700*  AODCTL NAMES THE BENEFICIARY (REQUIRED) AND THE RANGE - BY    *
019800*  DEFAULT THE SIX YEARS ENDING TODAY, THE PERIOD A BENEFICIARY  *
019900*  MAY ASK TO HAVE ACCOUNTED FOR.                                *
020000******************************************************************
020100 1000-INITIALIZE.
020200     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
020300     MOVE WS-TODAY                  TO WS-THRU-DATE.
020400     MOVE ZERO                      TO WS-FROM-DATE.
020500
020600     OPEN INPUT DISCLOSURE-CONTROL.
020700     READ DISCLOSURE-CONTROL
020800         AT END
020900           MOVE 'Y'                 TO WS-CTL-EOF-SWITCH
021000         NOT AT END
021100           MOVE AODC-MBI            TO WS-REQUEST-MBI
021200           IF AODC-FROM-DATE NUMERIC  AND
021300              AODC-FROM-DATE > ZERO  THEN
021400              MOVE AODC-FROM-DATE   TO WS-FROM-DATE
021500           END-IF
021600           IF AODC-THRU-DATE NUMERIC  AND
021700              AODC-THRU-DATE > ZERO  THEN
021800              MOVE AODC-THRU-DATE   TO WS-THRU-DATE
021900           END-IF
022000     END-READ.
022100     CLOSE DISCLOSURE-CONTROL.
022200
022300     IF WS-FROM-DATE = ZERO  THEN
022400        COMPUTE WS-FROM-DATE = WS-THRU-DATE - 60000
022500     END-IF.
022600
022700     OPEN INPUT  ACCESS-LOG-IN.
022800     OPEN INPUT  OPERATOR-PROFILE-FILE.
022900     OPEN OUTPUT DISCLOSURE-REPORT.
023000
023100     MOVE WS-REQUEST-MBI            TO MXL-MBI.
023200     CALL 'ESCALMXL'            USING MBI-XWALK-LOOKUP-REQUEST.
023300     MOVE MXL-CURRENT-MBI           TO WS-REQUEST-CURRENT-MBI.
023400
023500     MOVE WS-TODAY                  TO RPT-HDR-RUN-DATE.
023600     MOVE WS-REQUEST-MBI            TO RPT-HDR-MBI.
023700     MOVE WS-REQUEST-CURRENT-MBI    TO RPT-HDR-CURRENT-MBI.
023800     MOVE WS-FROM-DATE              TO RPT-HDR-FROM-DATE.
023900     MOVE WS-THRU-DATE              TO RPT-HDR-THRU-DATE.
024000     WRITE AODRPT-RECORD         FROM RPT-HEADING-1.
024100     WRITE AODRPT-RECORD         FROM RPT-HEADING-2.
024200     MOVE SPACES                    TO AODRPT-RECORD.
024300     WRITE AODRPT-RECORD.
024400     WRITE AODRPT-RECORD         FROM RPT-COLUMN-HEADING.
024500
024600     IF WS-REQUEST-MBI = SPACES  THEN
024700        DISPLAY 'ESCALAOD - NO MBI ON AODCTL - NOTHING ACCOUNTED'
024800        MOVE 8                      TO RETURN-CODE
024900     ELSE
025000        PERFORM 2900-READ-NEXT-LOG-RECORD
025100     END-IF.
025200/
025300******************************************************************
025400*  ONLY AN ANSWERED INQUIRY DISCLOSES ANYTHING - PANEL STARTS    *
025500*  AND REFUSALS NAME NO BENEFICIARY.                             *
025600******************************************************************
025700 2000-CHECK-ONE-LOG-RECORD.
025800     IF ACL-INQUIRY-ANSWERED  AND
025900        ACL-VIEWED-MBI NOT = SPACES  AND
026000        ACL-LOG-DATE NOT < WS-FROM-DATE  AND
026100        ACL-LOG-DATE NOT > WS-THRU-DATE  THEN
026200        IF ACL-VIEWED-MBI NOT = WS-LAST-LOGGED-MBI  THEN
026300           MOVE ACL-VIEWED-MBI      TO WS-LAST-LOGGED-MBI
026400                                       MXL-MBI
026500           CALL 'ESCALMXL'      USING MBI-XWALK-LOOKUP-REQUEST
026600           MOVE MXL-CURRENT-MBI     TO WS-LAST-RESOLVED-MBI
026700        END-IF
026800        IF WS-LAST-RESOLVED-MBI = WS-REQUEST-CURRENT-MBI  THEN
026900           PERFORM 2100-REPORT-ONE-VIEW
027000        END-IF
027100     END-IF.
027200     PERFORM 2900-READ-NEXT-LOG-RECORD.
027300/
027400 2100-REPORT-ONE-VIEW.
027500     ADD 1                          TO WS-VIEW-COUNT.
027600     MOVE ACL-OPERATOR-ID           TO OPR-OPERATOR-ID.
027700     PERFORM 8000-READ-PROFILE.
027800
027900     MOVE ACL-LOG-DATE              TO RPT-LOG-DATE.
028000     MOVE ACL-LOG-TIME              TO RPT-LOG-TIME.
028100     MOVE ACL-OPERATOR-ID           TO RPT-OPERATOR-ID.
028200     MOVE OPR-OPERATOR-NAME         TO RPT-OPERATOR-NAME.
028300     MOVE ACL-ROLE                  TO RPT-ROLE.
028400     MOVE ACL-PANEL-ID              TO RPT-PANEL-ID.
028500     MOVE ACL-KEY-TYPE              TO RPT-KEY-TYPE.
028600     MOVE ACL-KEY-VALUE             TO RPT-KEY-VALUE.
028700     MOVE ACL-PHI-SHOWN             TO RPT-PHI-SHOWN.
028800     WRITE AODRPT-RECORD         FROM RPT-DETAIL-LINE.
028900
029000     MOVE ZERO                      TO WS-OPR-MATCH-SUB.
029100     PERFORM 2110-MATCH-ONE-OPERATOR
029200        VARYING WS-OPR-SUB FROM 1 BY 1
029300        UNTIL WS-OPR-SUB > WS-OPR-COUNT
029400           OR WS-OPR-MATCH-SUB > ZERO.
029500     IF WS-OPR-MATCH-SUB = ZERO  THEN
029600        IF WS-OPR-COUNT < 500  THEN
029700           ADD 1                    TO WS-OPR-COUNT
029800           MOVE WS-OPR-COUNT        TO WS-OPR-MATCH-SUB
029900           MOVE ACL-OPERATOR-ID     TO
030000              WS-OPR-ID (WS-OPR-MATCH-SUB)
030100           MOVE ZERO                TO
030200              WS-OPR-VIEW-COUNT (WS-OPR-MATCH-SUB)
030300           MOVE ACL-LOG-DATE        TO
030400              WS-OPR-FIRST-DATE (WS-OPR-MATCH-SUB)
030500        ELSE
030600           ADD 1                    TO WS-TABLE-FULL-COUNT
030700        END-IF
030800     END-IF.
030900     IF WS-OPR-MATCH-SUB > ZERO  THEN
031000        ADD 1                       TO
031100           WS-OPR-VIEW-COUNT (WS-OPR-MATCH-SUB)
031200        MOVE ACL-LOG-DATE           TO
031300           WS-OPR-LAST-DATE (WS-OPR-MATCH-SUB)
031400     END-IF.
031500/
031600 2110-MATCH-ONE-OPERATOR.
031700     IF WS-OPR-ID (WS-OPR-SUB) = ACL-OPERATOR-ID  THEN
031800        MOVE WS-OPR-SUB             TO WS-OPR-MATCH-SUB
031900     END-IF.
032000/
032100 2900-READ-NEXT-LOG-RECORD.
032200     READ ACCESS-LOG-IN
032300         AT END MOVE 'Y'            TO WS-LOG-EOF-SWITCH
032400         NOT AT END ADD 1           TO WS-LOG-READ-COUNT
032500     END-READ.
032600/
032700 3000-PRINT-OPERATOR-SUMMARY.
032800     MOVE SPACES                    TO AODRPT-RECORD.
032900     WRITE AODRPT-RECORD.
033000     WRITE AODRPT-RECORD         FROM RPT-SUMMARY-HEADING.
033100     PERFORM 3100-PRINT-ONE-OPERATOR
033200        VARYING WS-OPR-SUB FROM 1 BY 1
033300        UNTIL WS-OPR-SUB > WS-OPR-COUNT.
033400/
033500 3100-PRINT-ONE-OPERATOR.
033600     MOVE WS-OPR-ID (WS-OPR-SUB)    TO OPR-OPERATOR-ID.
033700     PERFORM 8000-READ-PROFILE.
033800     MOVE WS-OPR-ID (WS-OPR-SUB)    TO RPT-SUM-OPERATOR-ID.
033900     MOVE OPR-OPERATOR-NAME         TO RPT-SUM-OPERATOR-NAME.
034000     MOVE OPR-ROLE                  TO RPT-SUM-ROLE.
034100     MOVE WS-OPR-VIEW-COUNT (WS-OPR-SUB) TO RPT-SUM-VIEW-COUNT.
034200     MOVE WS-OPR-FIRST-DATE (WS-OPR-SUB) TO RPT-SUM-FIRST-DATE.
034300     MOVE WS-OPR-LAST-DATE (WS-OPR-SUB)  TO RPT-SUM-LAST-DATE.
034400     WRITE AODRPT-RECORD         FROM RPT-SUMMARY-LINE.
034500/
034600 4000-PRINT-RUN-TOTALS.
034700     MOVE SPACES                    TO AODRPT-RECORD.
034800     WRITE AODRPT-RECORD.
034900
035000     MOVE 'ACCESS LOG RECORDS READ  . . . . . . . . . .' TO
035100                                    RPT-TOTAL-TEXT.
035200     MOVE WS-LOG-READ-COUNT         TO RPT-TOTAL-COUNT.
035300     WRITE AODRPT-RECORD         FROM RPT-TOTAL-LINE.
035400
035500     MOVE 'VIEWS OF THIS BENEFICIARY . . . . . . . . .' TO
035600                                    RPT-TOTAL-TEXT.
035700     MOVE WS-VIEW-COUNT             TO RPT-TOTAL-COUNT.
035800     WRITE AODRPT-RECORD         FROM RPT-TOTAL-LINE.
035900
036000     MOVE 'OPERATORS WHO VIEWED IT  . . . . . . . . . .' TO
036100                                    RPT-TOTAL-TEXT.
036200     MOVE WS-OPR-COUNT              TO RPT-TOTAL-COUNT.
036300     WRITE AODRPT-RECORD         FROM RPT-TOTAL-LINE.
036400
036500     IF WS-TABLE-FULL-COUNT > ZERO  THEN
036600        MOVE 'VIEWS NOT IN SUMMARY - OPERATOR TABLE FULL .' TO
036700                                    RPT-TOTAL-TEXT
036800        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
036900        WRITE AODRPT-RECORD      FROM RPT-TOTAL-LINE
037000        MOVE 4                      TO RETURN-CODE
037100     END-IF.
037200/
037300 5000-TERMINATE.
037400     CLOSE ACCESS-LOG-IN
037500           OPERATOR-PROFILE-FILE
037600           DISCLOSURE-REPORT.
037700/
037800******************************************************************
037900*  A PROFILE SINCE DELETED STILL NAMES ITS OPERATOR ID.          *
038000******************************************************************
038100 8000-READ-PROFILE.
038200     READ OPERATOR-PROFILE-FILE
038300         INVALID KEY     MOVE 'N'   TO WS-FOUND-SWITCH
038400         NOT INVALID KEY MOVE 'Y'   TO WS-FOUND-SWITCH
038500     END-READ.
038600     IF PROFILE-WAS-NOT-FOUND  THEN
038700        MOVE 'NO PROFILE ON FILE'   TO OPR-OPERATOR-NAME
038800        MOVE SPACES                 TO OPR-ROLE
038900     END-IF.
