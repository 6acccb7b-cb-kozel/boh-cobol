000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALICU.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALICU - NEW PROGRAM
000700*         - ANNUAL ICD-10-CM CODE-SET UPDATE LOADER FOR THE
000800*           DIAGNOSIS-TO-COMORBID-CATEGORY MAPPING (ICDMFILE), IN
000900*           PLACE OF HUNDREDS OF HAND-BUILT ICDTRAN RECORDS EVERY
001000*           OCTOBER.  READS THE CMS CODE-SET FILE FOR THE NEW
001100*           FISCAL YEAR (ICDCSET, SEE ICDSCPY) AND THE ESRD
001200*           COMORBIDITY CODE LIST (ICDCMBL, SEE ICDLCPY), COMPARES
001300*           THEM TO THE ROWS IN EFFECT ON THE UPDATE'S EFFECTIVE
001400*           DATE (ICUCTL, DEFAULT THE COMING OCTOBER 1), AND
001500*           WRITES EFFECTIVE-DATED ADD AND END-DATE TRANSACTIONS
001600*           (ICUTRAN) THAT GO TO ESCALPND AS ITS PNDIMT INTAKE AND
001700*           APPLY THROUGH ESCALIMT ONLY ONCE A SECOND OPERATOR
001800*           APPROVES THEM THROUGH ESCALAPR.  THE IMPACT REPORT
001900*           (ICURPT), RUN BEFORE GO-LIVE, LISTS THE DELETED CODES
002000*           STILL CARRYING A COMORBID CATEGORY, THE CHILD CODES OF
002100*           A MAPPED PARENT THAT HAVE NO MAPPING (THE GAP THAT
002200*           WOULD OTHERWISE SURFACE AS RTC 67 EXCEPTIONS), AND THE
002300*           OTHER MAPPING CHANGES, EACH WITH THE NUMBER OF PAID
002400*           CLAIMS IN THE PRIOR TWELVE MONTHS (PRCHIST) THAT USED
002500*           THE CODE - OR, FOR A CHILD CODE, ITS PARENT.
002600******************************************************************
002700 DATE-COMPILED.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.            IBM-Z990.
003100 OBJECT-COMPUTER.            IBM-Z990.
003200 INPUT-OUTPUT  SECTION.
003300 FILE-CONTROL.
003400     SELECT UPDATE-CONTROL       ASSIGN TO ICUCTL
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT CODE-SET-IN          ASSIGN TO ICDCSET
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT COMORBID-LIST-IN     ASSIGN TO ICDCMBL
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT ICD-MAP-FILE         ASSIGN TO ICDMFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ICDM-RECORD-KEY.
004400     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT ICD-TRANS-OUT        ASSIGN TO ICUTRAN
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT IMPACT-REPORT        ASSIGN TO ICURPT
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  UPDATE-CONTROL
005400     LABEL RECORDS ARE STANDARD
005500     RECORDING MODE IS F.
005600 01  ICUCTL-RECORD.
005700     05  ICUC-EFF-DATE              PIC 9(08).
005800     05  FILLER                     PIC X(22).
005900/
006000 FD  CODE-SET-IN
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 COPY ICDSCPY.
006400/
006500 FD  COMORBID-LIST-IN
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 COPY ICDLCPY.
006900/
007000 FD  ICD-MAP-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 COPY ICDMCPY.
007300/
007400 FD  PRICED-HISTORY-IN
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700 COPY PHISTCPY.
007800/
007900 FD  ICD-TRANS-OUT
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200 COPY ICDTCPY.
008300/
008400 FD  IMPACT-REPORT
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 01  ICURPT-RECORD                  PIC X(100).
008800/
008900 WORKING-STORAGE SECTION.
009000 01  W-STORAGE-REF                  PIC X(46) VALUE
009100     'ESCALICU      - W O R K I N G   S T O R A G E'.
009200
009300 01  WS-SET-EOF-SWITCH              PIC X(01) VALUE 'N'.
009400     88  SET-END-OF-FILE                       VALUE 'Y'.
009500     88  SET-NOT-END-OF-FILE                   VALUE 'N'.
009600 01  WS-CMB-EOF-SWITCH              PIC X(01) VALUE 'N'.
009700     88  CMB-END-OF-FILE                       VALUE 'Y'.
009800     88  CMB-NOT-END-OF-FILE                   VALUE 'N'.
009900 01  WS-MAP-EOF-SWITCH              PIC X(01) VALUE 'N'.
010000     88  MAP-END-OF-FILE                       VALUE 'Y'.
010100     88  MAP-NOT-END-OF-FILE                   VALUE 'N'.
010200 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
010300     88  HIST-END-OF-FILE                      VALUE 'Y'.
010400     88  HIST-NOT-END-OF-FILE                  VALUE 'N'.
010500 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
010600
010700 01  WS-TODAY                       PIC 9(08).
010800 01  WS-EFF-DATE                    PIC 9(08) VALUE ZERO.
010900 01  WS-EFF-DATE-PARTS  REDEFINES  WS-EFF-DATE.
011000     05  WS-EFF-CCYY                PIC 9(04).
011100     05  WS-EFF-MMDD                PIC 9(04).
011200 01  WS-DAY-BEFORE-EFF              PIC 9(08).
011300 01  WS-WINDOW-START-DATE           PIC 9(08).
011400 01  WS-WORK-INT                    PIC S9(09).
011500
011600 COPY CLAIMXCPY.
011700/
011800******************************************************************
011900*  BINARY-SEARCH WORK FIELDS, SHARED BY THE THREE SORTED TABLES. *
012000******************************************************************
012100 01  WS-SEARCH-CODE                 PIC X(07).
012200 01  WS-LOW-SUB                     PIC S9(05).
012300 01  WS-HIGH-SUB                    PIC S9(05).
012400 01  WS-MID-SUB                     PIC S9(05).
012500
012600******************************************************************
012700*  THE COMORBIDITY LIST, IN CODE ORDER AS SUPPLIED.  THE IN-SET  *
012800*  SWITCH IS SET WHEN THE CODE IS BILLABLE IN THE NEW CODE SET.  *
012900******************************************************************
013000 01  WS-CMB-TABLE.
013100     05  WS-CMB-ENTRY  OCCURS 10000 TIMES.
013200         10  WS-CMB-DIAG-CODE       PIC X(07).
013300         10  WS-CMB-CATEGORY        PIC X(02).
013400         10  WS-CMB-IN-SET-SWITCH   PIC X(01).
013500 01  WS-CMB-COUNT                   PIC 9(05) VALUE ZERO.
013600 01  WS-CMB-SUB                     PIC 9(05).
013700 01  WS-CMB-MATCH-SUB               PIC 9(05).
013800
013900******************************************************************
014000*  THE ICDMFILE ROWS IN EFFECT ON THE EFFECTIVE DATE, IN KEY     *
014100*  (SO CODE) ORDER - ONE PER CODE.                               *
014200******************************************************************
014300 01  WS-MAP-TABLE.
014400     05  WS-MAP-ENTRY  OCCURS 10000 TIMES.
014500         10  WS-MAP-DIAG-CODE       PIC X(07).
014600         10  WS-MAP-EFF-DATE        PIC 9(08).
014700         10  WS-MAP-END-DATE        PIC 9(08).
014800         10  WS-MAP-CATEGORY        PIC X(02).
014900         10  WS-MAP-IN-SET-SWITCH   PIC X(01).
015000 01  WS-MAP-COUNT                   PIC 9(05) VALUE ZERO.
015100 01  WS-MAP-SUB                     PIC 9(05).
015200 01  WS-MAP-MATCH-SUB               PIC 9(05).
015300
015400******************************************************************
015500*  BILLABLE CODES WITH NO MAPPING WHOSE NEAREST PARENT (THE CODE *
015600*  SHORTENED A CHARACTER AT A TIME, DOWN TO THE THREE-CHARACTER  *
015700*  CATEGORY) IS MAPPED.                                          *
015800******************************************************************
015900 01  WS-GAP-TABLE.
016000     05  WS-GAP-ENTRY  OCCURS 5000 TIMES.
016100         10  WS-GAP-DIAG-CODE       PIC X(07).
016200         10  WS-GAP-PARENT-CODE     PIC X(07).
016300         10  WS-GAP-PARENT-CATEGORY PIC X(02).
016400 01  WS-GAP-COUNT                   PIC 9(04) VALUE ZERO.
016500 01  WS-GAP-SUB                     PIC 9(04).
016600 01  WS-GAP-MATCH-SUB               PIC 9(04).
016700 01  WS-CODE-LENGTH                 PIC 9(01).
016800 01  WS-PREFIX-LENGTH               PIC 9(01).
016900
017000******************************************************************
017100*  EVERY MAPPING CHANGE THE UPDATE MAKES: D A MAPPED CODE NO     *
017200*  LONGER BILLABLE, R A CODE DROPPED FROM THE COMORBIDITY LIST,  *
017300*  C A CODE MOVED TO ANOTHER CATEGORY, N A NEWLY MAPPED CODE.    *
017400******************************************************************
017500 01  WS-CHG-TABLE.
017600     05  WS-CHG-ENTRY  OCCURS 10000 TIMES.
017700         10  WS-CHG-DIAG-CODE       PIC X(07).
017800         10  WS-CHG-TYPE            PIC X(01).
017900             88  CHG-CODE-DELETED              VALUE 'D'.
018000             88  CHG-CODE-REMOVED              VALUE 'R'.
018100             88  CHG-CODE-RECATEGORIZED        VALUE 'C'.
018200             88  CHG-CODE-NEWLY-MAPPED         VALUE 'N'.
018300         10  WS-CHG-OLD-CATEGORY    PIC X(02).
018400         10  WS-CHG-NEW-CATEGORY    PIC X(02).
018500 01  WS-CHG-COUNT                   PIC 9(05) VALUE ZERO.
018600 01  WS-CHG-SUB                     PIC 9(05).
018700
018800******************************************************************
018900*  THE CODES WHOSE PRIOR-YEAR PAID CLAIMS ARE COUNTED, KEPT IN   *
019000*  CODE ORDER AS THEY ARE ADDED.  A CLAIM'S LINES ARE TOGETHER   *
019100*  ON THE HISTORY, SO THE LAST CLAIM COUNTED STOPS A CLAIM BEING *
019200*  COUNTED ONCE PER LINE.                                        *
019300******************************************************************
019400 01  WS-CNT-TABLE.
019500     05  WS-CNT-ENTRY  OCCURS 10000 TIMES.
019600         10  WS-CNT-DIAG-CODE       PIC X(07).
019700         10  WS-CNT-CLAIM-COUNT     PIC 9(07).
019800         10  WS-CNT-LAST-CLAIM      PIC X(13).
019900 01  WS-CNT-COUNT                   PIC 9(05) VALUE ZERO.
020000 01  WS-CNT-SUB                     PIC 9(05).
020100 01  WS-CNT-MATCH-SUB               PIC 9(05).
020200 01  WS-DIAG-SUB                    PIC 9(02).
020300
020400 01  WS-SET-CODES-READ              PIC 9(07) VALUE ZERO.
020500 01  WS-SET-BILLABLE-COUNT          PIC 9(07) VALUE ZERO.
020600 01  WS-CMB-OUT-OF-SEQUENCE         PIC 9(07) VALUE ZERO.
020700 01  WS-CMB-NOT-IN-SET-COUNT        PIC 9(07) VALUE ZERO.
020800 01  WS-DELETED-COUNT               PIC 9(07) VALUE ZERO.
020900 01  WS-REMOVED-COUNT               PIC 9(07) VALUE ZERO.
021000 01  WS-RECATEGORIZED-COUNT         PIC 9(07) VALUE ZERO.
021100 01  WS-NEWLY-MAPPED-COUNT          PIC 9(07) VALUE ZERO.
021200 01  WS-GAP-UNLISTED-COUNT          PIC 9(07) VALUE ZERO.
021300 01  WS-ADD-TRANS-COUNT             PIC 9(07) VALUE ZERO.
021400 01  WS-END-TRANS-COUNT             PIC 9(07) VALUE ZERO.
021500 01  WS-HIST-LINES-READ             PIC 9(09) VALUE ZERO.
021600 01  WS-TABLE-FULL-COUNT            PIC 9(07) VALUE ZERO.
021700
021800 01  RPT-HEADING-1.
021900     05  FILLER                     PIC X(05) VALUE SPACES.
022000     05  FILLER                     PIC X(46) VALUE
022100         'ICD-10-CM ANNUAL UPDATE IMPACT - EFFECTIVE'.
022200     05  RPT-HDR-EFF-DATE           PIC 9(08).
022300     05  FILLER                     PIC X(15) VALUE
022400         '  CLAIMS PAID '.
022500     05  RPT-HDR-WINDOW-START       PIC 9(08).
022600     05  FILLER                     PIC X(04) VALUE ' TO '.
022700     05  RPT-HDR-WINDOW-END         PIC 9(08).
022800
022900 01  RPT-SECTION-LINE.
023000     05  FILLER                     PIC X(03) VALUE SPACES.
023100     05  RPT-SECTION-TEXT           PIC X(70).
023200
023300 01  RPT-COLUMN-HEADING.
023400     05  FILLER                     PIC X(05) VALUE SPACES.
023500     05  FILLER                     PIC X(10) VALUE 'CODE'.
023600     05  RPT-COL-CATEGORY-HDR       PIC X(18).
023700     05  FILLER                     PIC X(14) VALUE
023800         '  PAID CLAIMS'.
023900     05  FILLER                     PIC X(04) VALUE SPACES.
024000     05  FILLER                     PIC X(30) VALUE 'ACTION'.
024100
024200 01  RPT-DETAIL-LINE.
024300     05  FILLER                     PIC X(05) VALUE SPACES.
024400     05  RPT-DIAG-CODE              PIC X(07).
024500     05  FILLER                     PIC X(03) VALUE SPACES.
024600     05  RPT-CATEGORY-TEXT          PIC X(18).
024700     05  RPT-CLAIM-COUNT            PIC ZZ,ZZZ,ZZ9.
024800     05  FILLER                     PIC X(08) VALUE SPACES.
024900     05  RPT-ACTION-TEXT            PIC X(40).
025000
025100 01  RPT-TOTAL-LINE.
025200     05  FILLER                     PIC X(05) VALUE SPACES.
025300     05  RPT-TOTAL-TEXT             PIC X(44).
025400     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
025500/
025600 PROCEDURE DIVISION.
025700
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE.
026000     PERFORM 2000-SCREEN-ONE-CODE UNTIL SET-END-OF-FILE.
026100     PERFORM 3000-GENERATE-TRANSACTIONS.
026200     PERFORM 4000-BUILD-COUNT-TABLE.
026300     PERFORM 5000-COUNT-ONE-HISTORY-LINE UNTIL HIST-END-OF-FILE.
026400     PERFORM 6000-PRINT-IMPACT-REPORT.
026500     PERFORM 6500-PRINT-TOTALS.
026600     PERFORM 7000-TERMINATE.
026700     GOBACK.
026800/
026900******************************************************************
027000*  THE EFFECTIVE DATE DEFAULTS TO THE COMING OCTOBER 1.  PAID    *
027100*  CLAIMS ARE COUNTED OVER THE TWELVE MONTHS OF SERVICE DATES    *
027200*  BEFORE IT.                                                    *
027300******************************************************************
027400 1000-INITIALIZE.
027500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
027600
027700     OPEN INPUT UPDATE-CONTROL.
027800     READ UPDATE-CONTROL
027900         AT END
028000           MOVE 'Y'                 TO WS-CTL-EOF-SWITCH
028100         NOT AT END
028200           IF ICUC-EFF-DATE NUMERIC  AND
028300              ICUC-EFF-DATE > ZERO  THEN
028400              MOVE ICUC-EFF-DATE    TO WS-EFF-DATE
028500           END-IF
028600     END-READ.
028700     CLOSE UPDATE-CONTROL.
028800
028900     IF WS-EFF-DATE = ZERO  THEN
029000        MOVE WS-TODAY (1:4)         TO WS-EFF-CCYY
029100        MOVE 1001                   TO WS-EFF-MMDD
029200        IF WS-EFF-DATE < WS-TODAY  THEN
029300           ADD 1                    TO WS-EFF-CCYY
029400        END-IF
029500     END-IF.
029600
029700     COMPUTE WS-WORK-INT =
029800        FUNCTION INTEGER-OF-DATE(WS-EFF-DATE) - 1.
029900     COMPUTE WS-DAY-BEFORE-EFF =
030000        FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
030100     COMPUTE WS-WINDOW-START-DATE = WS-EFF-DATE - 10000.
030200
030300     OPEN INPUT  CODE-SET-IN.
030400     OPEN INPUT  COMORBID-LIST-IN.
030500     OPEN INPUT  ICD-MAP-FILE.
030600     OPEN INPUT  PRICED-HISTORY-IN.
030700     OPEN OUTPUT ICD-TRANS-OUT.
030800     OPEN OUTPUT IMPACT-REPORT.
030900
031000     PERFORM 1100-LOAD-ONE-COMORBID-CODE UNTIL CMB-END-OF-FILE.
031100     CLOSE COMORBID-LIST-IN.
031200     IF WS-CMB-OUT-OF-SEQUENCE > ZERO  THEN
031300        DISPLAY 'ESCALICU - ICDCMBL OUT OF CODE SEQUENCE - '
031400           WS-CMB-OUT-OF-SEQUENCE ' ROWS SKIPPED'
031500        MOVE 8                      TO RETURN-CODE
031600     END-IF.
031700
031800     MOVE LOW-VALUES                TO ICDM-RECORD-KEY.
031900     START ICD-MAP-FILE KEY IS >= ICDM-RECORD-KEY
032000         INVALID KEY MOVE 'Y'       TO WS-MAP-EOF-SWITCH
032100     END-START.
032200     PERFORM 1200-LOAD-ONE-MAP-ROW UNTIL MAP-END-OF-FILE.
032300
032400     PERFORM 2900-READ-NEXT-CODE.
032500     PERFORM 5900-READ-NEXT-HISTORY.
032600/
032700******************************************************************
032800*  A ROW OUT OF CODE ORDER (OR A REPEATED CODE) WOULD DEFEAT THE *
032900*  BINARY SEARCH, SO IT IS SKIPPED AND THE RUN ENDS RC 8.        *
033000******************************************************************
033100 1100-LOAD-ONE-COMORBID-CODE.
033200     READ COMORBID-LIST-IN
033300         AT END
033400           MOVE 'Y'                 TO WS-CMB-EOF-SWITCH
033500         NOT AT END
033600           IF WS-CMB-COUNT > ZERO  AND
033700              ICDL-DIAG-CODE NOT >
033800                 WS-CMB-DIAG-CODE (WS-CMB-COUNT)  THEN
033900              ADD 1                 TO WS-CMB-OUT-OF-SEQUENCE
034000           ELSE
034100              IF WS-CMB-COUNT < 10000  THEN
034200                 ADD 1              TO WS-CMB-COUNT
034300                 MOVE ICDL-DIAG-CODE TO
034400                    WS-CMB-DIAG-CODE (WS-CMB-COUNT)
034500                 MOVE ICDL-COMORBID-CATEGORY TO
034600                    WS-CMB-CATEGORY (WS-CMB-COUNT)
034700                 MOVE 'N'           TO
034800                    WS-CMB-IN-SET-SWITCH (WS-CMB-COUNT)
034900              ELSE
035000                 ADD 1              TO WS-TABLE-FULL-COUNT
035100              END-IF
035200           END-IF
035300     END-READ.
035400/
035500******************************************************************
035600*  ONLY ROWS IN EFFECT ON THE EFFECTIVE DATE COUNT.  A CODE'S    *
035700*  ROWS ARE IN EFFECTIVE-DATE ORDER, SO A LATER ROW FOR THE CODE *
035800*  JUST TABLED REPLACES IT.                                      *
035900******************************************************************
036000 1200-LOAD-ONE-MAP-ROW.
036100     READ ICD-MAP-FILE NEXT RECORD
036200         AT END
036300           MOVE 'Y'                 TO WS-MAP-EOF-SWITCH
036400         NOT AT END
036500           IF ICDM-EFF-DATE NOT > WS-EFF-DATE  AND
036600              (ICDM-END-DATE = ZERO  OR
036700               ICDM-END-DATE NOT < WS-EFF-DATE)  THEN
036800              PERFORM 1210-TABLE-MAP-ROW
036900           END-IF
037000     END-READ.
037100/
037200 1210-TABLE-MAP-ROW.
037300     IF WS-MAP-COUNT > ZERO  AND
037400        WS-MAP-DIAG-CODE (WS-MAP-COUNT) = ICDM-DIAG-CODE  THEN
037500        CONTINUE
037600     ELSE
037700        IF WS-MAP-COUNT < 10000  THEN
037800           ADD 1                    TO WS-MAP-COUNT
037900        ELSE
038000           ADD 1                    TO WS-TABLE-FULL-COUNT
038100        END-IF
038200     END-IF.
038300
038400     IF WS-MAP-COUNT > ZERO  THEN
038500        MOVE ICDM-DIAG-CODE         TO
038600           WS-MAP-DIAG-CODE (WS-MAP-COUNT)
038700        MOVE ICDM-EFF-DATE          TO
038800           WS-MAP-EFF-DATE (WS-MAP-COUNT)
038900        MOVE ICDM-END-DATE          TO
039000           WS-MAP-END-DATE (WS-MAP-COUNT)
039100        MOVE ICDM-COMORBID-CATEGORY TO
039200           WS-MAP-CATEGORY (WS-MAP-COUNT)
039300        MOVE 'N'                    TO
039400           WS-MAP-IN-SET-SWITCH (WS-MAP-COUNT)
039500     END-IF.
039600/
039700******************************************************************
039800*  ONE CODE OF THE NEW CODE SET.  ONLY BILLABLE CODES COUNT - A  *
039900*  MAPPED CODE THAT IS NOW A HEADER HAS BEEN SPLIT AND IS AS     *
040000*  GOOD AS DELETED.  AN UNMAPPED BILLABLE CODE IS TESTED FOR A   *
040100*  MAPPED PARENT.                                                *
040200******************************************************************
040300 2000-SCREEN-ONE-CODE.
040400     ADD 1                          TO WS-SET-CODES-READ.
040500     IF ICDS-VALID-FOR-BILLING  THEN
040600        ADD 1                       TO WS-SET-BILLABLE-COUNT
040700        MOVE ICDS-DIAG-CODE         TO WS-SEARCH-CODE
040800        PERFORM 8100-FIND-COMORBID-CODE
040900        IF WS-CMB-MATCH-SUB > ZERO  THEN
041000           MOVE 'Y'                 TO
041100              WS-CMB-IN-SET-SWITCH (WS-CMB-MATCH-SUB)
041200        END-IF
041300        PERFORM 8000-FIND-MAP-ROW
041400        IF WS-MAP-MATCH-SUB > ZERO  THEN
041500           MOVE 'Y'                 TO
041600              WS-MAP-IN-SET-SWITCH (WS-MAP-MATCH-SUB)
041700        ELSE
041800           PERFORM 2100-FIND-MAPPED-PARENT
041900        END-IF
042000     END-IF.
042100
042200     PERFORM 2900-READ-NEXT-CODE.
042300/
042400 2100-FIND-MAPPED-PARENT.
042500     MOVE 7                         TO WS-CODE-LENGTH.
042600     PERFORM 2110-SHORTEN-CODE-LENGTH
042700        UNTIL WS-CODE-LENGTH < 4  OR
042800              ICDS-DIAG-CODE (WS-CODE-LENGTH:1) NOT = SPACE.
042900
043000     MOVE ZERO                      TO WS-MAP-MATCH-SUB.
043100     COMPUTE WS-PREFIX-LENGTH = WS-CODE-LENGTH - 1.
043200     PERFORM 2120-TEST-ONE-PARENT
043300        UNTIL WS-PREFIX-LENGTH < 3  OR
043400              WS-MAP-MATCH-SUB > ZERO.
043500
043600     IF WS-MAP-MATCH-SUB > ZERO  THEN
043700        IF WS-GAP-COUNT < 5000  THEN
043800           ADD 1                    TO WS-GAP-COUNT
043900           MOVE ICDS-DIAG-CODE      TO
044000              WS-GAP-DIAG-CODE (WS-GAP-COUNT)
044100           MOVE WS-MAP-DIAG-CODE (WS-MAP-MATCH-SUB) TO
044200              WS-GAP-PARENT-CODE (WS-GAP-COUNT)
044300           MOVE WS-MAP-CATEGORY (WS-MAP-MATCH-SUB) TO
044400              WS-GAP-PARENT-CATEGORY (WS-GAP-COUNT)
044500        ELSE
044600           ADD 1                    TO WS-TABLE-FULL-COUNT
044700        END-IF
044800     END-IF.
044900/
045000 2110-SHORTEN-CODE-LENGTH.
045100     SUBTRACT 1                   FROM WS-CODE-LENGTH.
045200/
045300 2120-TEST-ONE-PARENT.
045400     MOVE SPACES                    TO WS-SEARCH-CODE.
045500     MOVE ICDS-DIAG-CODE (1:WS-PREFIX-LENGTH) TO WS-SEARCH-CODE.
045600     PERFORM 8000-FIND-MAP-ROW.
045700     SUBTRACT 1                   FROM WS-PREFIX-LENGTH.
045800/
045900 2900-READ-NEXT-CODE.
046000     READ CODE-SET-IN
046100         AT END MOVE 'Y'            TO WS-SET-EOF-SWITCH
046200     END-READ.
046300/
046400******************************************************************
046500*  THE TRANSACTIONS.  A MAPPED ROW THAT IS NO LONGER BILLABLE,   *
046600*  IS OFF THE COMORBIDITY LIST, OR CHANGES CATEGORY IS END-DATED *
046700*  THE DAY BEFORE THE EFFECTIVE DATE (DELETED OUTRIGHT IF IT WAS *
046800*  ITSELF KEYED FOR THE EFFECTIVE DATE); A LISTED BILLABLE CODE  *
046900*  WITH NO ROW, OR A NEW CATEGORY, GETS AN OPEN ROW FROM THE     *
047000*  EFFECTIVE DATE.                                               *
047100******************************************************************
047200 3000-GENERATE-TRANSACTIONS.
047300     PERFORM 3100-RECONCILE-ONE-MAP-ROW
047400        VARYING WS-MAP-SUB FROM 1 BY 1
047500        UNTIL WS-MAP-SUB > WS-MAP-COUNT.
047600     PERFORM 3200-RECONCILE-ONE-LISTED-CODE
047700        VARYING WS-CMB-SUB FROM 1 BY 1
047800        UNTIL WS-CMB-SUB > WS-CMB-COUNT.
047900/
048000 3100-RECONCILE-ONE-MAP-ROW.
048100     MOVE WS-MAP-DIAG-CODE (WS-MAP-SUB) TO WS-SEARCH-CODE.
048200     PERFORM 8100-FIND-COMORBID-CODE.
048300
048400     EVALUATE TRUE
048500        WHEN WS-MAP-IN-SET-SWITCH (WS-MAP-SUB) = 'N'
048600           ADD 1                    TO WS-DELETED-COUNT
048700           PERFORM 3110-END-MAP-ROW
048800           MOVE 'D'                 TO WS-CHG-TYPE (WS-CHG-COUNT)
048900        WHEN WS-CMB-MATCH-SUB = ZERO
049000           ADD 1                    TO WS-REMOVED-COUNT
049100           PERFORM 3110-END-MAP-ROW
049200           MOVE 'R'                 TO WS-CHG-TYPE (WS-CHG-COUNT)
049300        WHEN WS-CMB-CATEGORY (WS-CMB-MATCH-SUB) NOT =
049400             WS-MAP-CATEGORY (WS-MAP-SUB)
049500           ADD 1                    TO WS-RECATEGORIZED-COUNT
049600           PERFORM 3130-RECATEGORIZE-MAP-ROW
049700        WHEN OTHER
049800           CONTINUE
049900     END-EVALUATE.
050000/
050100 3110-END-MAP-ROW.
050200     INITIALIZE ICD-MAP-TRANSACTION-RECORD.
050300     MOVE WS-MAP-DIAG-CODE (WS-MAP-SUB) TO ICDT-DIAG-CODE.
050400     MOVE WS-MAP-EFF-DATE (WS-MAP-SUB) TO ICDT-EFF-DATE.
050500     MOVE WS-MAP-CATEGORY (WS-MAP-SUB) TO ICDT-COMORBID-CATEGORY.
050600     IF WS-MAP-EFF-DATE (WS-MAP-SUB) = WS-EFF-DATE  THEN
050700        MOVE 'D'                    TO ICDT-ACTION-CODE
050800     ELSE
050900        MOVE 'C'                    TO ICDT-ACTION-CODE
051000        MOVE WS-DAY-BEFORE-EFF      TO ICDT-END-DATE
051100     END-IF.
051200     MOVE 'ESCALICU'                TO ICDT-OPERATOR-ID.
051300     WRITE ICD-MAP-TRANSACTION-RECORD.
051400     ADD 1                          TO WS-END-TRANS-COUNT.
051500
051600     MOVE WS-MAP-DIAG-CODE (WS-MAP-SUB) TO WS-SEARCH-CODE.
051700     PERFORM 3900-TABLE-CHANGE.
051800     MOVE WS-MAP-CATEGORY (WS-MAP-SUB) TO
051900        WS-CHG-OLD-CATEGORY (WS-CHG-COUNT).
052000/
052100 3120-ADD-MAP-ROW.
052200     INITIALIZE ICD-MAP-TRANSACTION-RECORD.
052300     MOVE 'A'                       TO ICDT-ACTION-CODE.
052400     MOVE WS-CMB-DIAG-CODE (WS-CMB-MATCH-SUB) TO ICDT-DIAG-CODE.
052500     MOVE WS-EFF-DATE               TO ICDT-EFF-DATE.
052600     MOVE ZERO                      TO ICDT-END-DATE.
052700     MOVE WS-CMB-CATEGORY (WS-CMB-MATCH-SUB) TO
052800                                    ICDT-COMORBID-CATEGORY.
052900     MOVE 'ESCALICU'                TO ICDT-OPERATOR-ID.
053000     WRITE ICD-MAP-TRANSACTION-RECORD.
053100     ADD 1                          TO WS-ADD-TRANS-COUNT.
053200/
053300******************************************************************
053400*  A ROW KEYED FOR THE EFFECTIVE DATE ITSELF TAKES THE NEW       *
053500*  CATEGORY IN PLACE; ANY OTHER IS END-DATED AND A NEW ROW ADDED.*
053600******************************************************************
053700 3130-RECATEGORIZE-MAP-ROW.
053800     IF WS-MAP-EFF-DATE (WS-MAP-SUB) = WS-EFF-DATE  THEN
053900        INITIALIZE ICD-MAP-TRANSACTION-RECORD
054000        MOVE 'C'                    TO ICDT-ACTION-CODE
054100        MOVE WS-MAP-DIAG-CODE (WS-MAP-SUB) TO ICDT-DIAG-CODE
054200        MOVE WS-MAP-EFF-DATE (WS-MAP-SUB) TO ICDT-EFF-DATE
054300        MOVE WS-MAP-END-DATE (WS-MAP-SUB) TO ICDT-END-DATE
054400        MOVE WS-CMB-CATEGORY (WS-CMB-MATCH-SUB) TO
054500                                    ICDT-COMORBID-CATEGORY
054600        MOVE 'ESCALICU'             TO ICDT-OPERATOR-ID
054700        WRITE ICD-MAP-TRANSACTION-RECORD
054800        ADD 1                       TO WS-ADD-TRANS-COUNT
054900        MOVE WS-MAP-DIAG-CODE (WS-MAP-SUB) TO WS-SEARCH-CODE
055000        PERFORM 3900-TABLE-CHANGE
055100        MOVE WS-MAP-CATEGORY (WS-MAP-SUB) TO
055200           WS-CHG-OLD-CATEGORY (WS-CHG-COUNT)
055300     ELSE
055400        PERFORM 3110-END-MAP-ROW
055500        PERFORM 3120-ADD-MAP-ROW
055600     END-IF.
055700     MOVE 'C'                       TO WS-CHG-TYPE (WS-CHG-COUNT).
055800     MOVE WS-CMB-CATEGORY (WS-CMB-MATCH-SUB) TO
055900        WS-CHG-NEW-CATEGORY (WS-CHG-COUNT).
056000/
056100******************************************************************
056200*  A LISTED CODE WITH NO ROW IN EFFECT IS ADDED IF IT IS         *
056300*  BILLABLE; ONE THAT IS NOT IN THE NEW CODE SET IS ONLY         *
056400*  REPORTED (SECTION D).                                         *
056500******************************************************************
056600 3200-RECONCILE-ONE-LISTED-CODE.
056700     IF WS-CMB-IN-SET-SWITCH (WS-CMB-SUB) = 'N'  THEN
056800        ADD 1                       TO WS-CMB-NOT-IN-SET-COUNT
056900     ELSE
057000        MOVE WS-CMB-DIAG-CODE (WS-CMB-SUB) TO WS-SEARCH-CODE
057100        PERFORM 8000-FIND-MAP-ROW
057200        IF WS-MAP-MATCH-SUB = ZERO  THEN
057300           ADD 1                    TO WS-NEWLY-MAPPED-COUNT
057400           MOVE WS-CMB-SUB          TO WS-CMB-MATCH-SUB
057500           PERFORM 3120-ADD-MAP-ROW
057600           PERFORM 3900-TABLE-CHANGE
057700           MOVE 'N'                 TO WS-CHG-TYPE (WS-CHG-COUNT)
057800           MOVE WS-CMB-CATEGORY (WS-CMB-SUB) TO
057900              WS-CHG-NEW-CATEGORY (WS-CHG-COUNT)
058000        END-IF
058100     END-IF.
058200/
058300******************************************************************
058400*  TABLES THE CHANGE FOR WS-SEARCH-CODE.  WHEN THE TABLE IS FULL *
058500*  THE LAST ENTRY IS REUSED, SO THE REPORT UNDERSTATES AND THE   *
058600*  RUN ENDS RC 4 - THE TRANSACTIONS ARE STILL ALL WRITTEN.       *
058700******************************************************************
058800 3900-TABLE-CHANGE.
058900     IF WS-CHG-COUNT < 10000  THEN
059000        ADD 1                       TO WS-CHG-COUNT
059100     ELSE
059200        ADD 1                       TO WS-TABLE-FULL-COUNT
059300     END-IF.
059400     MOVE WS-SEARCH-CODE            TO
059500        WS-CHG-DIAG-CODE (WS-CHG-COUNT).
059600     MOVE SPACES                    TO
059700        WS-CHG-OLD-CATEGORY (WS-CHG-COUNT).
059800     MOVE SPACES                    TO
059900        WS-CHG-NEW-CATEGORY (WS-CHG-COUNT).
060000/
060100******************************************************************
060200*  THE CODES TO COUNT: EVERY CHANGED CODE, AND FOR A CHILD CODE  *
060300*  OF A MAPPED PARENT THE PARENT (THE CHILD HAS NO HISTORY YET). *
060400******************************************************************
060500 4000-BUILD-COUNT-TABLE.
060600     PERFORM 4100-COUNT-ONE-CHANGE
060700        VARYING WS-CHG-SUB FROM 1 BY 1
060800        UNTIL WS-CHG-SUB > WS-CHG-COUNT.
060900     PERFORM 4200-COUNT-ONE-GAP
061000        VARYING WS-GAP-SUB FROM 1 BY 1
061100        UNTIL WS-GAP-SUB > WS-GAP-COUNT.
061200/
061300 4100-COUNT-ONE-CHANGE.
061400     MOVE WS-CHG-DIAG-CODE (WS-CHG-SUB) TO WS-SEARCH-CODE.
061500     PERFORM 4500-INSERT-COUNT-CODE.
061600/
061700 4200-COUNT-ONE-GAP.
061800     MOVE WS-GAP-PARENT-CODE (WS-GAP-SUB) TO WS-SEARCH-CODE.
061900     PERFORM 4500-INSERT-COUNT-CODE.
062000/
062100******************************************************************
062200*  A FAILED BINARY SEARCH LEAVES THE LOW SUBSCRIPT AT THE        *
062300*  INSERTION POINT - THE ENTRIES FROM THERE ON MOVE DOWN ONE.    *
062400******************************************************************
062500 4500-INSERT-COUNT-CODE.
062600     PERFORM 8200-FIND-COUNT-CODE.
062700     IF WS-CNT-MATCH-SUB = ZERO  THEN
062800        IF WS-CNT-COUNT < 10000  THEN
062900           PERFORM 4510-MOVE-ONE-COUNT-DOWN
063000              VARYING WS-CNT-SUB FROM WS-CNT-COUNT BY -1
063100              UNTIL WS-CNT-SUB < WS-LOW-SUB
063200           ADD 1                    TO WS-CNT-COUNT
063300           MOVE WS-SEARCH-CODE      TO
063400              WS-CNT-DIAG-CODE (WS-LOW-SUB)
063500           MOVE ZERO                TO
063600              WS-CNT-CLAIM-COUNT (WS-LOW-SUB)
063700           MOVE SPACES              TO
063800              WS-CNT-LAST-CLAIM (WS-LOW-SUB)
063900        ELSE
064000           ADD 1                    TO WS-TABLE-FULL-COUNT
064100        END-IF
064200     END-IF.
064300/
064400 4510-MOVE-ONE-COUNT-DOWN.
064500     MOVE WS-CNT-ENTRY (WS-CNT-SUB) TO
064600        WS-CNT-ENTRY (WS-CNT-SUB + 1).
064700/
064800******************************************************************
064900*  ONE PRICED-HISTORY LINE: A PAID LINE (RTC BELOW 50, NOT A     *
065000*  VOID) WITH A SERVICE DATE IN THE PRIOR TWELVE MONTHS COUNTS   *
065100*  ITS CLAIM ONCE AGAINST EACH COUNTED CODE IT CARRIES.          *
065200******************************************************************
065300 5000-COUNT-ONE-HISTORY-LINE.
065400     ADD 1                          TO WS-HIST-LINES-READ.
065500     MOVE PH-CLAIM-EXTRACT-IMAGE    TO CLAIM-EXTRACT-RECORD.
065600     IF PH-PPS-RTC < 50  AND
065700        NOT CX-ACTION-VOID  AND
065800        CX-LINE-ITEM-DATE-SERVICE NOT < WS-WINDOW-START-DATE  AND
065900        CX-LINE-ITEM-DATE-SERVICE < WS-EFF-DATE  THEN
066000        PERFORM 5100-COUNT-ONE-DIAGNOSIS
066100           VARYING WS-DIAG-SUB FROM 1 BY 1
066200           UNTIL WS-DIAG-SUB > 10
066300     END-IF.
066400     PERFORM 5900-READ-NEXT-HISTORY.
066500/
066600 5100-COUNT-ONE-DIAGNOSIS.
066700     IF CX-DIAG-CODE (WS-DIAG-SUB) NOT = SPACES  THEN
066800        MOVE CX-DIAG-CODE (WS-DIAG-SUB) TO WS-SEARCH-CODE
066900        PERFORM 8200-FIND-COUNT-CODE
067000        IF WS-CNT-MATCH-SUB > ZERO  THEN
067100           IF WS-CNT-LAST-CLAIM (WS-CNT-MATCH-SUB) NOT =
067200              CX-CLAIM-NUMBER  THEN
067300              ADD 1                 TO
067400                 WS-CNT-CLAIM-COUNT (WS-CNT-MATCH-SUB)
067500              MOVE CX-CLAIM-NUMBER  TO
067600                 WS-CNT-LAST-CLAIM (WS-CNT-MATCH-SUB)
067700           END-IF
067800        END-IF
067900     END-IF.
068000/
068100 5900-READ-NEXT-HISTORY.
068200     READ PRICED-HISTORY-IN
068300         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
068400     END-READ.
068500/
068600******************************************************************
068700*  SECTION A - DELETED CODES STILL CARRYING A CATEGORY;          *
068800*  SECTION B - CHILD CODES OF A MAPPED PARENT WITH NO MAPPING;   *
068900*  SECTION C - THE OTHER MAPPING CHANGES; SECTION D - LISTED     *
069000*  COMORBID CODES THAT ARE NOT BILLABLE IN THE NEW CODE SET.     *
069100******************************************************************
069200 6000-PRINT-IMPACT-REPORT.
069300     MOVE WS-EFF-DATE               TO RPT-HDR-EFF-DATE.
069400     MOVE WS-WINDOW-START-DATE      TO RPT-HDR-WINDOW-START.
069500     MOVE WS-DAY-BEFORE-EFF         TO RPT-HDR-WINDOW-END.
069600     WRITE ICURPT-RECORD         FROM RPT-HEADING-1.
069700
069800     MOVE 'SECTION A - DELETED CODES STILL CARRYING A CATEGORY'
069900                                    TO RPT-SECTION-TEXT.
070000     MOVE 'CATEGORY'                TO RPT-COL-CATEGORY-HDR.
070100     PERFORM 6900-WRITE-SECTION-HEADING.
070200     PERFORM 6100-PRINT-ONE-DELETED
070300        VARYING WS-CHG-SUB FROM 1 BY 1
070400        UNTIL WS-CHG-SUB > WS-CHG-COUNT.
070500
070600     MOVE 'SECTION B - CHILD CODES OF A MAPPED PARENT, UNMAPPED'
070700                                    TO RPT-SECTION-TEXT.
070800     MOVE 'PARENT / CATEGORY'       TO RPT-COL-CATEGORY-HDR.
070900     PERFORM 6900-WRITE-SECTION-HEADING.
071000     PERFORM 6200-PRINT-ONE-GAP
071100        VARYING WS-GAP-SUB FROM 1 BY 1
071200        UNTIL WS-GAP-SUB > WS-GAP-COUNT.
071300
071400     MOVE 'SECTION C - OTHER COMORBID MAPPING CHANGES' TO
071500                                    RPT-SECTION-TEXT.
071600     MOVE 'OLD / NEW CATEGORY'      TO RPT-COL-CATEGORY-HDR.
071700     PERFORM 6900-WRITE-SECTION-HEADING.
071800     PERFORM 6300-PRINT-ONE-OTHER-CHANGE
071900        VARYING WS-CHG-SUB FROM 1 BY 1
072000        UNTIL WS-CHG-SUB > WS-CHG-COUNT.
072100
072200     MOVE 'SECTION D - LISTED CODES NOT BILLABLE IN THE CODE SET'
072300                                    TO RPT-SECTION-TEXT.
072400     MOVE 'LISTED CATEGORY'         TO RPT-COL-CATEGORY-HDR.
072500     PERFORM 6900-WRITE-SECTION-HEADING.
072600     PERFORM 6400-PRINT-ONE-UNBILLABLE
072700        VARYING WS-CMB-SUB FROM 1 BY 1
072800        UNTIL WS-CMB-SUB > WS-CMB-COUNT.
072900/
073000 6100-PRINT-ONE-DELETED.
073100     IF CHG-CODE-DELETED (WS-CHG-SUB)  THEN
073200        MOVE WS-CHG-DIAG-CODE (WS-CHG-SUB) TO RPT-DIAG-CODE
073300        MOVE WS-CHG-OLD-CATEGORY (WS-CHG-SUB) TO RPT-CATEGORY-TEXT
073400        MOVE 'END-DATE PROPOSED'    TO RPT-ACTION-TEXT
073500        PERFORM 6800-WRITE-COUNTED-LINE
073600     END-IF.
073700/
073800******************************************************************
073900*  A CHILD CODE ON THE COMORBIDITY LIST IS BEING ADDED (AND IS   *
074000*  ALSO IN SECTION C); ONE THAT IS NOT STAYS UNMAPPED AND PRICES *
074100*  WITH NO COMORBID CATEGORY - THAT IS THE ONE TO REVIEW.        *
074200******************************************************************
074300 6200-PRINT-ONE-GAP.
074400     MOVE WS-GAP-DIAG-CODE (WS-GAP-SUB) TO RPT-DIAG-CODE.
074500     MOVE SPACES                    TO RPT-CATEGORY-TEXT.
074600     STRING WS-GAP-PARENT-CODE (WS-GAP-SUB) ' / '
074700            WS-GAP-PARENT-CATEGORY (WS-GAP-SUB)
074800        DELIMITED BY SIZE         INTO RPT-CATEGORY-TEXT.
074900     MOVE WS-GAP-DIAG-CODE (WS-GAP-SUB) TO WS-SEARCH-CODE.
075000     PERFORM 8100-FIND-COMORBID-CODE.
075100     MOVE SPACES                    TO RPT-ACTION-TEXT.
075200     IF WS-CMB-MATCH-SUB > ZERO  THEN
075300        STRING 'ADD PROPOSED - CATEGORY '
075400               WS-CMB-CATEGORY (WS-CMB-MATCH-SUB)
075500           DELIMITED BY SIZE      INTO RPT-ACTION-TEXT
075600     ELSE
075700        ADD 1                       TO WS-GAP-UNLISTED-COUNT
075800        MOVE 'NOT ON COMORBIDITY LIST - REVIEW' TO RPT-ACTION-TEXT
075900     END-IF.
076000     MOVE WS-GAP-PARENT-CODE (WS-GAP-SUB) TO WS-SEARCH-CODE.
076100     PERFORM 6810-WRITE-LINE-FOR-CODE.
076200/
076300 6300-PRINT-ONE-OTHER-CHANGE.
076400     IF NOT CHG-CODE-DELETED (WS-CHG-SUB)  THEN
076500        MOVE WS-CHG-DIAG-CODE (WS-CHG-SUB) TO RPT-DIAG-CODE
076600        MOVE SPACES                 TO RPT-CATEGORY-TEXT
076700        STRING WS-CHG-OLD-CATEGORY (WS-CHG-SUB) ' / '
076800               WS-CHG-NEW-CATEGORY (WS-CHG-SUB)
076900           DELIMITED BY SIZE      INTO RPT-CATEGORY-TEXT
077000        EVALUATE TRUE
077100           WHEN CHG-CODE-REMOVED (WS-CHG-SUB)
077200              MOVE 'OFF COMORBIDITY LIST - END-DATE PROPOSED' TO
077300                                    RPT-ACTION-TEXT
077400           WHEN CHG-CODE-RECATEGORIZED (WS-CHG-SUB)
077500              MOVE 'NEW CATEGORY - END-DATE AND ADD PROPOSED' TO
077600                                    RPT-ACTION-TEXT
077700           WHEN OTHER
077800              MOVE 'NEWLY LISTED - ADD PROPOSED' TO
077900                                    RPT-ACTION-TEXT
078000        END-EVALUATE
078100        PERFORM 6800-WRITE-COUNTED-LINE
078200     END-IF.
078300/
078400 6400-PRINT-ONE-UNBILLABLE.
078500     IF WS-CMB-IN-SET-SWITCH (WS-CMB-SUB) = 'N'  THEN
078600        MOVE WS-CMB-DIAG-CODE (WS-CMB-SUB) TO RPT-DIAG-CODE
078700        MOVE WS-CMB-CATEGORY (WS-CMB-SUB) TO RPT-CATEGORY-TEXT
078800        MOVE ZERO                   TO RPT-CLAIM-COUNT
078900        MOVE 'NOT ADDED - REVIEW THE LIST' TO RPT-ACTION-TEXT
079000        WRITE ICURPT-RECORD      FROM RPT-DETAIL-LINE
079100     END-IF.
079200/
079300 6800-WRITE-COUNTED-LINE.
079400     MOVE WS-CHG-DIAG-CODE (WS-CHG-SUB) TO WS-SEARCH-CODE.
079500     PERFORM 6810-WRITE-LINE-FOR-CODE.
079600/
079700 6810-WRITE-LINE-FOR-CODE.
079800     PERFORM 8200-FIND-COUNT-CODE.
079900     IF WS-CNT-MATCH-SUB > ZERO  THEN
080000        MOVE WS-CNT-CLAIM-COUNT (WS-CNT-MATCH-SUB) TO
080100                                    RPT-CLAIM-COUNT
080200     ELSE
080300        MOVE ZERO                   TO RPT-CLAIM-COUNT
080400     END-IF.
080500     WRITE ICURPT-RECORD         FROM RPT-DETAIL-LINE.
080600/
080700 6900-WRITE-SECTION-HEADING.
080800     MOVE SPACES                    TO ICURPT-RECORD.
080900     WRITE ICURPT-RECORD.
081000     WRITE ICURPT-RECORD         FROM RPT-SECTION-LINE.
081100     WRITE ICURPT-RECORD         FROM RPT-COLUMN-HEADING.
081200/
081300 6500-PRINT-TOTALS.
081400     MOVE SPACES                    TO ICURPT-RECORD.
081500     WRITE ICURPT-RECORD.
081600
081700     MOVE 'CODE-SET CODES READ  . . . . . . . . . . .' TO
081800                                    RPT-TOTAL-TEXT.
081900     MOVE WS-SET-CODES-READ         TO RPT-TOTAL-COUNT.
082000     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
082100
082200     MOVE '  VALID FOR BILLING  . . . . . . . . . . .' TO
082300                                    RPT-TOTAL-TEXT.
082400     MOVE WS-SET-BILLABLE-COUNT     TO RPT-TOTAL-COUNT.
082500     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
082600
082700     MOVE 'COMORBIDITY LIST CODES . . . . . . . . . .' TO
082800                                    RPT-TOTAL-TEXT.
082900     MOVE WS-CMB-COUNT              TO RPT-TOTAL-COUNT.
083000     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
083100
083200     MOVE 'MAPPING ROWS IN EFFECT . . . . . . . . . .' TO
083300                                    RPT-TOTAL-TEXT.
083400     MOVE WS-MAP-COUNT              TO RPT-TOTAL-COUNT.
083500     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
083600
083700     MOVE 'DELETED CODES STILL MAPPED . . . . . . . .' TO
083800                                    RPT-TOTAL-TEXT.
083900     MOVE WS-DELETED-COUNT          TO RPT-TOTAL-COUNT.
084000     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
084100
084200     MOVE 'CHILD CODES OF A MAPPED PARENT, UNMAPPED .' TO
084300                                    RPT-TOTAL-TEXT.
084400     MOVE WS-GAP-COUNT              TO RPT-TOTAL-COUNT.
084500     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
084600
084700     MOVE '  NOT ON THE COMORBIDITY LIST  . . . . . .' TO
084800                                    RPT-TOTAL-TEXT.
084900     MOVE WS-GAP-UNLISTED-COUNT     TO RPT-TOTAL-COUNT.
085000     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
085100
085200     MOVE 'CODES OFF THE COMORBIDITY LIST . . . . . .' TO
085300                                    RPT-TOTAL-TEXT.
085400     MOVE WS-REMOVED-COUNT          TO RPT-TOTAL-COUNT.
085500     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
085600
085700     MOVE 'CODES CHANGING CATEGORY  . . . . . . . . .' TO
085800                                    RPT-TOTAL-TEXT.
085900     MOVE WS-RECATEGORIZED-COUNT    TO RPT-TOTAL-COUNT.
086000     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
086100
086200     MOVE 'CODES NEWLY MAPPED . . . . . . . . . . . .' TO
086300                                    RPT-TOTAL-TEXT.
086400     MOVE WS-NEWLY-MAPPED-COUNT     TO RPT-TOTAL-COUNT.
086500     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
086600
086700     MOVE 'LISTED CODES NOT BILLABLE  . . . . . . . .' TO
086800                                    RPT-TOTAL-TEXT.
086900     MOVE WS-CMB-NOT-IN-SET-COUNT   TO RPT-TOTAL-COUNT.
087000     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
087100
087200     MOVE 'ADD TRANSACTIONS WRITTEN . . . . . . . . .' TO
087300                                    RPT-TOTAL-TEXT.
087400     MOVE WS-ADD-TRANS-COUNT        TO RPT-TOTAL-COUNT.
087500     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
087600
087700     MOVE 'END-DATE TRANSACTIONS WRITTEN  . . . . . .' TO
087800                                    RPT-TOTAL-TEXT.
087900     MOVE WS-END-TRANS-COUNT        TO RPT-TOTAL-COUNT.
088000     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
088100
088200     MOVE 'PRICED-HISTORY LINES READ  . . . . . . . .' TO
088300                                    RPT-TOTAL-TEXT.
088400     MOVE WS-HIST-LINES-READ        TO RPT-TOTAL-COUNT.
088500     WRITE ICURPT-RECORD         FROM RPT-TOTAL-LINE.
088600
088700     IF WS-CMB-OUT-OF-SEQUENCE > ZERO  THEN
088800        MOVE 'LIST ROWS SKIPPED - OUT OF SEQUENCE  . . .' TO
088900                                    RPT-TOTAL-TEXT
089000        MOVE WS-CMB-OUT-OF-SEQUENCE TO RPT-TOTAL-COUNT
089100        WRITE ICURPT-RECORD      FROM RPT-TOTAL-LINE
089200     END-IF.
089300
089400     IF WS-TABLE-FULL-COUNT > ZERO  THEN
089500        MOVE 'ENTRIES DROPPED - TABLE FULL . . . . . . .' TO
089600                                    RPT-TOTAL-TEXT
089700        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
089800        WRITE ICURPT-RECORD      FROM RPT-TOTAL-LINE
089900        DISPLAY 'ESCALICU - TABLE FULL - IMPACT REPORT IS '
090000           'INCOMPLETE'
090100        IF RETURN-CODE < 4  THEN
090200           MOVE 4                   TO RETURN-CODE
090300        END-IF
090400     END-IF.
090500/
090600******************************************************************
090700*  BINARY SEARCHES ON WS-SEARCH-CODE - EACH LEAVES ITS MATCH     *
090800*  SUBSCRIPT ZERO WHEN THE CODE IS NOT IN THE TABLE.             *
090900******************************************************************
091000 8000-FIND-MAP-ROW.
091100     MOVE ZERO                      TO WS-MAP-MATCH-SUB.
091200     MOVE 1                         TO WS-LOW-SUB.
091300     MOVE WS-MAP-COUNT              TO WS-HIGH-SUB.
091400     PERFORM 8010-PROBE-MAP-TABLE
091500        UNTIL WS-LOW-SUB > WS-HIGH-SUB  OR
091600              WS-MAP-MATCH-SUB > ZERO.
091700/
091800 8010-PROBE-MAP-TABLE.
091900     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
092000     EVALUATE TRUE
092100        WHEN WS-MAP-DIAG-CODE (WS-MID-SUB) = WS-SEARCH-CODE
092200           MOVE WS-MID-SUB          TO WS-MAP-MATCH-SUB
092300        WHEN WS-MAP-DIAG-CODE (WS-MID-SUB) < WS-SEARCH-CODE
092400           COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
092500        WHEN OTHER
092600           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
092700     END-EVALUATE.
092800/
092900 8100-FIND-COMORBID-CODE.
093000     MOVE ZERO                      TO WS-CMB-MATCH-SUB.
093100     MOVE 1                         TO WS-LOW-SUB.
093200     MOVE WS-CMB-COUNT              TO WS-HIGH-SUB.
093300     PERFORM 8110-PROBE-COMORBID-TABLE
093400        UNTIL WS-LOW-SUB > WS-HIGH-SUB  OR
093500              WS-CMB-MATCH-SUB > ZERO.
093600/
093700 8110-PROBE-COMORBID-TABLE.
093800     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
093900     EVALUATE TRUE
094000        WHEN WS-CMB-DIAG-CODE (WS-MID-SUB) = WS-SEARCH-CODE
094100           MOVE WS-MID-SUB          TO WS-CMB-MATCH-SUB
094200        WHEN WS-CMB-DIAG-CODE (WS-MID-SUB) < WS-SEARCH-CODE
094300           COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
094400        WHEN OTHER
094500           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
094600     END-EVALUATE.
094700/
094800 8200-FIND-COUNT-CODE.
094900     MOVE ZERO                      TO WS-CNT-MATCH-SUB.
095000     MOVE 1                         TO WS-LOW-SUB.
095100     MOVE WS-CNT-COUNT              TO WS-HIGH-SUB.
095200     PERFORM 8210-PROBE-COUNT-TABLE
095300        UNTIL WS-LOW-SUB > WS-HIGH-SUB  OR
095400              WS-CNT-MATCH-SUB > ZERO.
095500/
095600 8210-PROBE-COUNT-TABLE.
095700     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
095800     EVALUATE TRUE
095900        WHEN WS-CNT-DIAG-CODE (WS-MID-SUB) = WS-SEARCH-CODE
096000           MOVE WS-MID-SUB          TO WS-CNT-MATCH-SUB
096100        WHEN WS-CNT-DIAG-CODE (WS-MID-SUB) < WS-SEARCH-CODE
096200           COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
096300        WHEN OTHER
096400           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
096500     END-EVALUATE.
096600/
096700 7000-TERMINATE.
096800     CLOSE CODE-SET-IN
096900           ICD-MAP-FILE
097000           PRICED-HISTORY-IN
097100           ICD-TRANS-OUT
097200           IMPACT-REPORT.
