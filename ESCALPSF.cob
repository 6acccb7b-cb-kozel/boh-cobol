000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALPSF.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALPSF - NEW PROGRAM
000700*         - QUARTERLY RECONCILIATION OF OUR PROVIDER SPECIFIC FILE
000800*           (PROVFILE) AGAINST THE CMS NATIONAL PSF RELEASE
000900*           (PSFNATL, SEE PSFNCPY) FOR OUR JURISDICTION'S ESRD
001000*           FACILITIES, SO A WRONG CBSA, LOW-VOLUME INDICATOR,
001100*           PROVIDER TYPE, OR TERMINATION DATE ON OUR COPY IS
001200*           CAUGHT THE QUARTER IT APPEARS INSTEAD OF A YEAR OF
001300*           MISPRICED CLAIMS LATER.  EVERY FIELD THAT DISAGREES IS
001400*           LISTED BY PROVIDER AND FIELD; THE WAGE-INDEX CBSA IS
001500*           CHECKED AGAINST THE RECLASSIFICATION OVERRIDE IN
001600*           EFFECT (RCLSFILE, THROUGH ESCALRCL), AND A CCN ON ONE
001700*           SIDE ONLY IS LISTED WITH WHAT THE CCN CROSSWALK
001800*           (CCNXWLK) SAYS ABOUT IT.  THE CORRECTIONS ARE NOT
001900*           APPLIED HERE - EACH PROVIDER WITH ANY GETS ONE
002000*           PROPOSED PRVT-CHANGE TRANSACTION (PSFPRVT) CARRYING
002100*           ITS CURRENT FIELDS WITH THE NATIONAL VALUES REPLACED,
002200*           WHICH GOES TO ESCALPND AS ITS PNDPRV INTAKE AND
002300*           APPLIES ONLY ONCE A SECOND OPERATOR APPROVES IT
002350*           THROUGH ESCALAPR.
002400******************************************************************
002500 DATE-COMPILED.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.            IBM-Z990.
002900 OBJECT-COMPUTER.            IBM-Z990.
003000 INPUT-OUTPUT  SECTION.
003100 FILE-CONTROL.
003200     SELECT RECON-CONTROL        ASSIGN TO PSFCTL
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT NATIONAL-PSF-IN      ASSIGN TO PSFNATL
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PROVIDER-FILE        ASSIGN TO PROVFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PRVF-PROVIDER-NUMBER.
004000     SELECT CCN-XWALK-FILE       ASSIGN TO CCNXWLK
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CCNX-SUCCESSOR-CCN.
004400     SELECT PROVIDER-TRANS-OUT   ASSIGN TO PSFPRVT
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT RECON-REPORT         ASSIGN TO PSFRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RECON-CONTROL
005200     LABEL RECORDS ARE STANDARD
005300     RECORDING MODE IS F.
005400 COPY PSFCCPY.
005500/
005600 FD  NATIONAL-PSF-IN
005700     LABEL RECORDS ARE STANDARD
005800     RECORDING MODE IS F.
005900 COPY PSFNCPY.
006000/
006100 FD  PROVIDER-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 COPY PRVFCPY.
006400/
006500 FD  CCN-XWALK-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 COPY CCNXCPY.
006800/
006900 FD  PROVIDER-TRANS-OUT
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200 COPY PRVTCPY.
007300/
007400 FD  RECON-REPORT
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700 01  PSFRPT-RECORD                  PIC X(100).
007800/
007900 WORKING-STORAGE SECTION.
008000 01  W-STORAGE-REF                  PIC X(46) VALUE
008100     'ESCALPSF      - W O R K I N G   S T O R A G E'.
008200
008300 01  WS-NAT-EOF-SWITCH              PIC X(01) VALUE 'N'.
008400     88  NAT-END-OF-FILE                       VALUE 'Y'.
008500     88  NAT-NOT-END-OF-FILE                   VALUE 'N'.
008600 01  WS-PROV-EOF-SWITCH             PIC X(01) VALUE 'N'.
008700     88  PROV-END-OF-FILE                      VALUE 'Y'.
008800     88  PROV-NOT-END-OF-FILE                  VALUE 'N'.
008900 01  WS-XW-EOF-SWITCH               PIC X(01) VALUE 'N'.
009000     88  XW-END-OF-FILE                        VALUE 'Y'.
009100     88  XW-NOT-END-OF-FILE                    VALUE 'N'.
009200 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
009300
009400 01  WS-ON-FILE-SWITCH              PIC X(01).
009500     88  PROVIDER-ON-FILE                      VALUE 'Y'.
009600     88  PROVIDER-NOT-ON-FILE                  VALUE 'N'.
009700 01  WS-CHANGE-SWITCH               PIC X(01).
009800     88  CHANGE-PROPOSED                       VALUE 'Y'.
009900     88  NO-CHANGE-PROPOSED                    VALUE 'N'.
010000 01  WS-MISMATCH-SWITCH             PIC X(01).
010100     88  PROVIDER-MISMATCHED                   VALUE 'Y'.
010200
010300 01  WS-TODAY                       PIC 9(08).
010400 01  WS-RELEASE-DATE                PIC 9(08) VALUE ZERO.
010500 01  WS-CONTRACTOR-NUMBER           PIC X(05) VALUE SPACES.
010600
010700 COPY RCLXCPY.
010800/
010900******************************************************************
011000*  THE NATIONAL ROWS IN SCOPE - ONE PER CCN, THE LATEST ROW IN   *
011100*  EFFECT ON THE RELEASE DATE.  A ROW IS IN SCOPE WHEN IT IS AN  *
011200*  ESRD FACILITY TYPE OR ITS CCN IS ON OUR FILE (SO A CCN CMS    *
011300*  CARRIES UNDER SOME OTHER TYPE STILL SHOWS AS A MISMATCH).     *
011400*  THE USED SWITCH MARKS THE ROWS PAIRED WITH ONE OF OURS.       *
011500******************************************************************
011600 01  WS-NAT-TABLE.
011700     05  WS-NAT-ENTRY  OCCURS 10000 TIMES.
011800         10  WS-NAT-PROVIDER        PIC X(06).
011900         10  WS-NAT-EFF-DATE        PIC 9(08).
012000         10  WS-NAT-TERMINATION-DATE
012100                                    PIC 9(08).
012200         10  WS-NAT-PROV-TYPE       PIC X(02).
012300         10  WS-NAT-GEO-MSA         PIC 9(04).
012400         10  WS-NAT-GEO-CBSA        PIC 9(05).
012500         10  WS-NAT-WAGE-INDEX-CBSA PIC 9(05).
012600         10  WS-NAT-LOW-VOLUME-INDIC
012700                                    PIC X(01).
012800         10  WS-NAT-USED-SWITCH     PIC X(01).
012900 01  WS-NAT-COUNT                   PIC 9(05) VALUE ZERO.
013000 01  WS-NAT-SUB                     PIC 9(05).
013100 01  WS-NAT-MATCH-SUB               PIC 9(05).
013200 01  WS-NAT-SEARCH-CCN              PIC X(06).
013300
013400******************************************************************
013500*  THE CCN CROSSWALK, TABLED SO A ONE-SIDED CCN CAN BE LOOKED UP *
013600*  AS EITHER A SUCCESSOR OR A PREDECESSOR.                       *
013700******************************************************************
013800 01  WS-XW-TABLE.
013900     05  WS-XW-ENTRY  OCCURS 3000 TIMES.
014000         10  WS-XW-SUCCESSOR-CCN    PIC X(06).
014100         10  WS-XW-PREDECESSOR-CCN  PIC X(06).
014200 01  WS-XW-COUNT                    PIC 9(04) VALUE ZERO.
014300 01  WS-XW-SUB                      PIC 9(04).
014400 01  WS-XW-MATCH-SUB                PIC 9(04).
014500 01  WS-XW-SEARCH-CCN               PIC X(06).
014600
014700******************************************************************
014800*  PROVIDERS ON OUR FILE ONLY - HELD FOR SECTION B, WHICH LISTS  *
014900*  BOTH ONE-SIDED GROUPS AFTER THE FIELD MISMATCHES.             *
015000******************************************************************
015100 01  WS-OURS-ONLY-TABLE.
015200     05  WS-OURS-ONLY-ENTRY  OCCURS 5000 TIMES.
015300         10  WS-OURS-ONLY-PROVIDER  PIC X(06).
015400         10  WS-OURS-ONLY-TEXT      PIC X(50).
015500 01  WS-OURS-ONLY-COUNT             PIC 9(04) VALUE ZERO.
015600 01  WS-OURS-ONLY-SUB               PIC 9(04).
015700 01  WS-ONE-SIDED-TEXT              PIC X(50).
015800
015900******************************************************************
016000*  THE PROVIDER'S FIELDS AS THEY WILL GO ON THE PROPOSED CHANGE  *
016100*  - OUR CURRENT VALUES UNTIL A NATIONAL VALUE REPLACES ONE.     *
016200******************************************************************
016300 01  WS-PROPOSED-FIELDS.
016400     05  WS-PROP-PROV-TYPE          PIC X(02).
016500     05  WS-PROP-LOW-VOLUME-INDIC   PIC X(01).
016600     05  WS-PROP-GEO-MSA            PIC 9(04).
016700     05  WS-PROP-GEO-CBSA           PIC 9(05).
016800     05  WS-PROP-STATUS-CODE        PIC X(01).
016900     05  WS-PROP-TERMINATION-DATE   PIC 9(08).
017000 01  WS-OUR-TERMINATION-DATE        PIC 9(08).
017100
017200 01  WS-NAT-ROWS-READ               PIC 9(07) VALUE ZERO.
017300 01  WS-NAT-OTHER-JURIS-COUNT       PIC 9(07) VALUE ZERO.
017400 01  WS-NAT-FUTURE-COUNT            PIC 9(07) VALUE ZERO.
017500 01  WS-NAT-NOT-ESRD-COUNT          PIC 9(07) VALUE ZERO.
017600 01  WS-PROVIDERS-READ              PIC 9(07) VALUE ZERO.
017700 01  WS-MATCHED-COUNT               PIC 9(07) VALUE ZERO.
017800 01  WS-MISMATCHED-PROV-COUNT       PIC 9(07) VALUE ZERO.
017900 01  WS-FIELD-MISMATCH-COUNT        PIC 9(07) VALUE ZERO.
018000 01  WS-REVIEW-ONLY-COUNT           PIC 9(07) VALUE ZERO.
018100 01  WS-CHANGES-PROPOSED            PIC 9(07) VALUE ZERO.
018200 01  WS-NATIONAL-ONLY-COUNT         PIC 9(07) VALUE ZERO.
018300 01  WS-TABLE-FULL-COUNT            PIC 9(07) VALUE ZERO.
018400
018500 01  RPT-HEADING-1.
018600     05  FILLER                     PIC X(05) VALUE SPACES.
018700     05  FILLER                     PIC X(44) VALUE
018800         'PROVIDER SPECIFIC FILE VS CMS NATIONAL PSF'.
018900     05  FILLER                     PIC X(09) VALUE 'RELEASE '.
019000     05  RPT-HDR-RELEASE-DATE       PIC 9(08).
019100     05  FILLER                     PIC X(13) VALUE
019200         '  CONTRACTOR '.
019300     05  RPT-HDR-CONTRACTOR         PIC X(05).
019400
019500 01  RPT-SECTION-LINE.
019600     05  FILLER                     PIC X(03) VALUE SPACES.
019700     05  RPT-SECTION-TEXT           PIC X(60).
019800
019900 01  RPT-MISMATCH-HEADING.
020000     05  FILLER                     PIC X(05) VALUE SPACES.
020100     05  FILLER                     PIC X(08) VALUE 'CCN'.
020200     05  FILLER                     PIC X(22) VALUE 'FIELD'.
020300     05  FILLER                     PIC X(12) VALUE 'PROVFILE'.
020400     05  FILLER                     PIC X(12) VALUE 'NATIONAL'.
020500     05  FILLER                     PIC X(30) VALUE 'ACTION'.
020600
020700 01  RPT-MISMATCH-LINE.
020800     05  FILLER                     PIC X(05) VALUE SPACES.
020900     05  RPT-MM-PROVIDER            PIC X(06).
021000     05  FILLER                     PIC X(02) VALUE SPACES.
021100     05  RPT-MM-FIELD               PIC X(20).
021200     05  FILLER                     PIC X(02) VALUE SPACES.
021300     05  RPT-MM-OURS                PIC X(10).
021400     05  FILLER                     PIC X(02) VALUE SPACES.
021500     05  RPT-MM-NATIONAL            PIC X(10).
021600     05  FILLER                     PIC X(02) VALUE SPACES.
021700     05  RPT-MM-ACTION              PIC X(30).
021800
021900 01  RPT-ONE-SIDED-LINE.
022000     05  FILLER                     PIC X(05) VALUE SPACES.
022100     05  RPT-OS-PROVIDER            PIC X(06).
022200     05  FILLER                     PIC X(02) VALUE SPACES.
022300     05  RPT-OS-TEXT                PIC X(50).
022400
022500 01  RPT-TOTAL-LINE.
022600     05  FILLER                     PIC X(05) VALUE SPACES.
022700     05  RPT-TOTAL-TEXT             PIC X(40).
022800     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
022900/
023000 PROCEDURE DIVISION.
023100
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE.
023400     PERFORM 2000-COMPARE-ONE-PROVIDER UNTIL PROV-END-OF-FILE.
023500     PERFORM 3000-LIST-ONE-SIDED-CCNS.
023600     PERFORM 4000-PRINT-TOTALS.
023700     PERFORM 5000-TERMINATE.
023800     GOBACK.
023900/
024000 1000-INITIALIZE.
024100     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
024200     MOVE WS-TODAY                  TO WS-RELEASE-DATE.
024300
024400     OPEN INPUT RECON-CONTROL.
024500     READ RECON-CONTROL
024600         AT END
024700           MOVE 'Y'                 TO WS-CTL-EOF-SWITCH
024800         NOT AT END
024900           IF PSFC-RELEASE-DATE NUMERIC  AND
025000              PSFC-RELEASE-DATE > ZERO  THEN
025100              MOVE PSFC-RELEASE-DATE TO WS-RELEASE-DATE
025200           END-IF
025300           MOVE PSFC-CONTRACTOR-NUMBER TO WS-CONTRACTOR-NUMBER
025400     END-READ.
025500     CLOSE RECON-CONTROL.
025600
025700     OPEN INPUT  PROVIDER-FILE.
025800     OPEN INPUT  CCN-XWALK-FILE.
025900     OPEN INPUT  NATIONAL-PSF-IN.
026000     OPEN OUTPUT PROVIDER-TRANS-OUT.
026100     OPEN OUTPUT RECON-REPORT.
026200
026300     PERFORM 1100-LOAD-ONE-NATIONAL-ROW UNTIL NAT-END-OF-FILE.
026400     CLOSE NATIONAL-PSF-IN.
026500
026600     MOVE LOW-VALUES                TO CCNX-SUCCESSOR-CCN.
026700     START CCN-XWALK-FILE KEY IS >= CCNX-SUCCESSOR-CCN
026800         INVALID KEY MOVE 'Y'       TO WS-XW-EOF-SWITCH
026900     END-START.
027000     PERFORM 1200-LOAD-ONE-CROSSWALK UNTIL XW-END-OF-FILE.
027100
027200     MOVE WS-RELEASE-DATE           TO RPT-HDR-RELEASE-DATE.
027300     IF WS-CONTRACTOR-NUMBER = SPACES  THEN
027400        MOVE 'ALL'                  TO RPT-HDR-CONTRACTOR
027500     ELSE
027600        MOVE WS-CONTRACTOR-NUMBER   TO RPT-HDR-CONTRACTOR
027700     END-IF.
027800     WRITE PSFRPT-RECORD         FROM RPT-HEADING-1.
027900     MOVE SPACES                    TO PSFRPT-RECORD.
028000     WRITE PSFRPT-RECORD.
028100     MOVE 'SECTION A - FIELD MISMATCHES BY PROVIDER' TO
028200                                    RPT-SECTION-TEXT.
028300     WRITE PSFRPT-RECORD         FROM RPT-SECTION-LINE.
028400     WRITE PSFRPT-RECORD         FROM RPT-MISMATCH-HEADING.
028500
028600     MOVE LOW-VALUES                TO PRVF-PROVIDER-NUMBER.
028700     START PROVIDER-FILE KEY IS >= PRVF-PROVIDER-NUMBER
028800         INVALID KEY MOVE 'Y'       TO WS-PROV-EOF-SWITCH
028900     END-START.
029000     IF PROV-NOT-END-OF-FILE  THEN
029100        PERFORM 2900-READ-NEXT-PROVIDER
029200     END-IF.
029300/
029400******************************************************************
029500*  ONE NATIONAL ROW.  ROWS FOR ANOTHER CONTRACTOR OR EFFECTIVE   *
029600*  AFTER THE RELEASE DATE ARE PASSED OVER; A LATER ROW FOR THE   *
029700*  CCN JUST TABLED REPLACES IT, SO THE TABLE KEEPS THE ROW IN    *
029800*  EFFECT ON THE RELEASE DATE.                                   *
029900******************************************************************
030000 1100-LOAD-ONE-NATIONAL-ROW.
030100     READ NATIONAL-PSF-IN
030200         AT END
030300           MOVE 'Y'                 TO WS-NAT-EOF-SWITCH
030400         NOT AT END
030500           ADD 1                    TO WS-NAT-ROWS-READ
030600           PERFORM 1110-SCREEN-NATIONAL-ROW
030700     END-READ.
030800/
030900 1110-SCREEN-NATIONAL-ROW.
031000     IF WS-CONTRACTOR-NUMBER NOT = SPACES  AND
031100        PSFN-CONTRACTOR-NUMBER NOT = WS-CONTRACTOR-NUMBER  THEN
031200        ADD 1                       TO WS-NAT-OTHER-JURIS-COUNT
031300     ELSE
031400        IF PSFN-EFF-DATE > WS-RELEASE-DATE  THEN
031500           ADD 1                    TO WS-NAT-FUTURE-COUNT
031600        ELSE
031700           IF WS-NAT-COUNT > ZERO  AND
031800              WS-NAT-PROVIDER (WS-NAT-COUNT) =
031900                 PSFN-PROVIDER-NUMBER  THEN
032000              PERFORM 1130-MOVE-NATIONAL-ROW
032100           ELSE
032200              PERFORM 1120-TEST-NATIONAL-SCOPE
032300           END-IF
032400        END-IF
032500     END-IF.
032600/
032700 1120-TEST-NATIONAL-SCOPE.
032800     IF PSFN-ESRD-FACILITY  THEN
032900        MOVE 'Y'                    TO WS-ON-FILE-SWITCH
033000     ELSE
033100        MOVE PSFN-PROVIDER-NUMBER   TO PRVF-PROVIDER-NUMBER
033200        READ PROVIDER-FILE
033300            INVALID KEY     MOVE 'N' TO WS-ON-FILE-SWITCH
033400            NOT INVALID KEY MOVE 'Y' TO WS-ON-FILE-SWITCH
033500        END-READ
033600     END-IF.
033700
033800     IF PROVIDER-NOT-ON-FILE  THEN
033900        ADD 1                       TO WS-NAT-NOT-ESRD-COUNT
034000     ELSE
034100        IF WS-NAT-COUNT < 10000  THEN
034200           ADD 1                    TO WS-NAT-COUNT
034300           PERFORM 1130-MOVE-NATIONAL-ROW
034400        ELSE
034500           ADD 1                    TO WS-TABLE-FULL-COUNT
034600        END-IF
034700     END-IF.
034800/
034900 1130-MOVE-NATIONAL-ROW.
035000     MOVE PSFN-PROVIDER-NUMBER      TO
035100        WS-NAT-PROVIDER (WS-NAT-COUNT).
035200     MOVE PSFN-EFF-DATE             TO
035300        WS-NAT-EFF-DATE (WS-NAT-COUNT).
035400     MOVE PSFN-TERMINATION-DATE     TO
035500        WS-NAT-TERMINATION-DATE (WS-NAT-COUNT).
035600     MOVE PSFN-PROV-TYPE            TO
035700        WS-NAT-PROV-TYPE (WS-NAT-COUNT).
035800     MOVE PSFN-GEO-MSA              TO
035900        WS-NAT-GEO-MSA (WS-NAT-COUNT).
036000     MOVE PSFN-GEO-CBSA             TO
036100        WS-NAT-GEO-CBSA (WS-NAT-COUNT).
036200     MOVE PSFN-WAGE-INDEX-CBSA      TO
036300        WS-NAT-WAGE-INDEX-CBSA (WS-NAT-COUNT).
036400     MOVE PSFN-LOW-VOLUME-INDIC     TO
036500        WS-NAT-LOW-VOLUME-INDIC (WS-NAT-COUNT).
036600     MOVE 'N'                       TO
036700        WS-NAT-USED-SWITCH (WS-NAT-COUNT).
036800/
036900 1200-LOAD-ONE-CROSSWALK.
037000     READ CCN-XWALK-FILE NEXT RECORD
037100         AT END
037200           MOVE 'Y'                 TO WS-XW-EOF-SWITCH
037300         NOT AT END
037400           IF WS-XW-COUNT < 3000  THEN
037500              ADD 1                 TO WS-XW-COUNT
037600              MOVE CCNX-SUCCESSOR-CCN TO
037700                 WS-XW-SUCCESSOR-CCN (WS-XW-COUNT)
037800              MOVE CCNX-PREDECESSOR-CCN TO
037900                 WS-XW-PREDECESSOR-CCN (WS-XW-COUNT)
038000           ELSE
038100              ADD 1                 TO WS-TABLE-FULL-COUNT
038200           END-IF
038300     END-READ.
038400/
038500******************************************************************
038600*  ONE PROVIDER ON OUR FILE: PAIRED WITH ITS NATIONAL ROW AND    *
038700*  COMPARED FIELD BY FIELD, OR HELD FOR SECTION B IF CMS DOES    *
038800*  NOT CARRY THE CCN.                                            *
038900******************************************************************
039000 2000-COMPARE-ONE-PROVIDER.
039100     ADD 1                          TO WS-PROVIDERS-READ.
039200     MOVE PRVF-PROVIDER-NUMBER      TO WS-NAT-SEARCH-CCN.
039300     PERFORM 8000-FIND-NATIONAL-ROW.
039400
039500     IF WS-NAT-MATCH-SUB > ZERO  THEN
039600        ADD 1                       TO WS-MATCHED-COUNT
039700        MOVE 'Y'                    TO
039800           WS-NAT-USED-SWITCH (WS-NAT-MATCH-SUB)
039900        PERFORM 2100-COMPARE-FIELDS
040000     ELSE
040100        PERFORM 2500-HOLD-PROVFILE-ONLY
040200     END-IF.
040300
040400     PERFORM 2900-READ-NEXT-PROVIDER.
040500/
040600******************************************************************
040700*  THE FIELDS A PRVT-CHANGE CAN CORRECT GO ON THE PROPOSED       *
040800*  CHANGE.  A TERMINATION CMS DOES NOT SHOW, AND A WAGE-INDEX    *
040900*  CBSA THAT DISAGREES WITH THE RECLASSIFICATION OVERRIDE, ARE   *
041000*  LISTED FOR REVIEW ONLY - REINSTATING A FACILITY OR CHANGING   *
041100*  RCLSFILE IS NOT SOMETHING TO PROPOSE BLIND.                   *
041200******************************************************************
041300 2100-COMPARE-FIELDS.
041400     MOVE 'N'                       TO WS-CHANGE-SWITCH.
041500     MOVE 'N'                       TO WS-MISMATCH-SWITCH.
041600     MOVE PRVF-PROV-TYPE            TO WS-PROP-PROV-TYPE.
041700     MOVE PRVF-PROV-LOW-VOLUME-INDIC TO WS-PROP-LOW-VOLUME-INDIC.
041800     MOVE PRVF-GEO-MSA              TO WS-PROP-GEO-MSA.
041900     MOVE PRVF-GEO-CBSA             TO WS-PROP-GEO-CBSA.
042000     MOVE PRVF-STATUS-CODE          TO WS-PROP-STATUS-CODE.
042100     MOVE PRVF-TERMINATION-DATE     TO WS-PROP-TERMINATION-DATE.
042200
042300     IF WS-NAT-PROV-TYPE (WS-NAT-MATCH-SUB) NOT = PRVF-PROV-TYPE
042400        THEN
042500        MOVE 'PROVIDER TYPE'        TO RPT-MM-FIELD
042600        MOVE PRVF-PROV-TYPE         TO RPT-MM-OURS
042700        MOVE WS-NAT-PROV-TYPE (WS-NAT-MATCH-SUB) TO
042800                                    RPT-MM-NATIONAL
042900        MOVE WS-NAT-PROV-TYPE (WS-NAT-MATCH-SUB) TO
043000                                    WS-PROP-PROV-TYPE
043100        PERFORM 2800-WRITE-PROPOSED-MISMATCH
043200     END-IF.
043300
043400     IF WS-NAT-LOW-VOLUME-INDIC (WS-NAT-MATCH-SUB) NOT =
043500        PRVF-PROV-LOW-VOLUME-INDIC  THEN
043600        MOVE 'LOW-VOLUME INDICATOR' TO RPT-MM-FIELD
043700        MOVE PRVF-PROV-LOW-VOLUME-INDIC TO RPT-MM-OURS
043800        MOVE WS-NAT-LOW-VOLUME-INDIC (WS-NAT-MATCH-SUB) TO
043900                                    RPT-MM-NATIONAL
044000        MOVE WS-NAT-LOW-VOLUME-INDIC (WS-NAT-MATCH-SUB) TO
044100                                    WS-PROP-LOW-VOLUME-INDIC
044200        PERFORM 2800-WRITE-PROPOSED-MISMATCH
044300     END-IF.
044400
044500     IF WS-NAT-GEO-MSA (WS-NAT-MATCH-SUB) NOT = PRVF-GEO-MSA  THEN
044600        MOVE 'GEOGRAPHIC MSA'       TO RPT-MM-FIELD
044700        MOVE PRVF-GEO-MSA           TO RPT-MM-OURS
044800        MOVE WS-NAT-GEO-MSA (WS-NAT-MATCH-SUB) TO RPT-MM-NATIONAL
044900        MOVE WS-NAT-GEO-MSA (WS-NAT-MATCH-SUB) TO WS-PROP-GEO-MSA
045000        PERFORM 2800-WRITE-PROPOSED-MISMATCH
045100     END-IF.
045200
045300     IF WS-NAT-GEO-CBSA (WS-NAT-MATCH-SUB) NOT = PRVF-GEO-CBSA
045400        THEN
045500        MOVE 'GEOGRAPHIC CBSA'      TO RPT-MM-FIELD
045600        MOVE PRVF-GEO-CBSA          TO RPT-MM-OURS
045700        MOVE WS-NAT-GEO-CBSA (WS-NAT-MATCH-SUB) TO RPT-MM-NATIONAL
045800        MOVE WS-NAT-GEO-CBSA (WS-NAT-MATCH-SUB) TO
045900                                    WS-PROP-GEO-CBSA
046000        PERFORM 2800-WRITE-PROPOSED-MISMATCH
046100     END-IF.
046200
046300     PERFORM 2200-COMPARE-TERMINATION.
046400     PERFORM 2300-COMPARE-WAGE-INDEX-CBSA.
046500
046600     IF PROVIDER-MISMATCHED  THEN
046700        ADD 1                       TO WS-MISMATCHED-PROV-COUNT
046800     END-IF.
046900     IF CHANGE-PROPOSED  THEN
047000        PERFORM 2700-GENERATE-CHANGE-TRANS
047100     END-IF.
047200/
047300******************************************************************
047400*  OUR TERMINATION DATE COUNTS ONLY ON A TERMINATED PROVIDER.    *
047500*  CMS SHOWING ONE WE DO NOT (OR A DIFFERENT ONE) PROPOSES THE   *
047600*  TERMINATION; CMS SHOWING NONE WHERE WE HAVE ONE IS REVIEWED.  *
047700******************************************************************
047800 2200-COMPARE-TERMINATION.
047900     IF PRVF-STATUS-TERMINATED  THEN
048000        MOVE PRVF-TERMINATION-DATE  TO WS-OUR-TERMINATION-DATE
048100     ELSE
048200        MOVE ZERO                   TO WS-OUR-TERMINATION-DATE
048300     END-IF.
048400
048500     IF WS-NAT-TERMINATION-DATE (WS-NAT-MATCH-SUB) NOT =
048600        WS-OUR-TERMINATION-DATE  THEN
048700        MOVE 'TERMINATION DATE'     TO RPT-MM-FIELD
048800        MOVE WS-OUR-TERMINATION-DATE TO RPT-MM-OURS
048900        MOVE WS-NAT-TERMINATION-DATE (WS-NAT-MATCH-SUB) TO
049000                                    RPT-MM-NATIONAL
049100        IF WS-NAT-TERMINATION-DATE (WS-NAT-MATCH-SUB) = ZERO  THEN
049200           MOVE 'REVIEW - CMS SHOWS ACTIVE' TO RPT-MM-ACTION
049300           PERFORM 2850-WRITE-REVIEW-MISMATCH
049400        ELSE
049500           MOVE 'T'                 TO WS-PROP-STATUS-CODE
049600           MOVE WS-NAT-TERMINATION-DATE (WS-NAT-MATCH-SUB) TO
049700                                    WS-PROP-TERMINATION-DATE
049800           PERFORM 2800-WRITE-PROPOSED-MISMATCH
049900        END-IF
050000     END-IF.
050100/
050200******************************************************************
050300*  CMS'S WAGE-INDEX CBSA AGAINST OURS: THE RECLASSIFIED CBSA     *
050400*  WHEN AN OVERRIDE IS IN EFFECT ON THE RELEASE DATE, ELSE THE   *
050500*  TRUE LOCATION (A GEOGRAPHIC MISMATCH IS ALREADY LISTED, SO    *
050600*  WITH NO OVERRIDE ONLY A NATIONAL RECLASSIFICATION IS NEW).    *
050700******************************************************************
050800 2300-COMPARE-WAGE-INDEX-CBSA.
050900     MOVE PRVF-PROVIDER-NUMBER      TO RCL-PROVIDER-NUMBER.
051000     MOVE WS-RELEASE-DATE           TO RCL-DATE-OF-SERVICE.
051100     CALL 'ESCALRCL'            USING RECLASS-LOOKUP-REQUEST.
051200
051300     IF RCL-RECORD-FOUND  THEN
051400        IF WS-NAT-WAGE-INDEX-CBSA (WS-NAT-MATCH-SUB) NOT =
051500           RCL-RECLASS-CBSA  THEN
051600           MOVE 'RECLASSIFIED CBSA' TO RPT-MM-FIELD
051700           MOVE RCL-RECLASS-CBSA    TO RPT-MM-OURS
051800           MOVE WS-NAT-WAGE-INDEX-CBSA (WS-NAT-MATCH-SUB) TO
051900                                    RPT-MM-NATIONAL
052000           MOVE 'REVIEW RCLSFILE OVERRIDE' TO RPT-MM-ACTION
052100           PERFORM 2850-WRITE-REVIEW-MISMATCH
052200        END-IF
052300     ELSE
052400        IF WS-NAT-WAGE-INDEX-CBSA (WS-NAT-MATCH-SUB) NOT =
052500           WS-NAT-GEO-CBSA (WS-NAT-MATCH-SUB)  THEN
052600           MOVE 'RECLASSIFIED CBSA' TO RPT-MM-FIELD
052700           MOVE 'NONE'              TO RPT-MM-OURS
052800           MOVE WS-NAT-WAGE-INDEX-CBSA (WS-NAT-MATCH-SUB) TO
052900                                    RPT-MM-NATIONAL
053000           MOVE 'REVIEW - NO RCLSFILE OVERRIDE' TO RPT-MM-ACTION
053100           PERFORM 2850-WRITE-REVIEW-MISMATCH
053200        END-IF
053300     END-IF.
053400/
053500******************************************************************
053600*  A CCN ON OUR FILE THAT CMS DOES NOT CARRY.  THE CROSSWALK     *
053700*  SAYS WHETHER IT WAS RENUMBERED (OUR FILE STILL HAS THE OLD    *
053800*  NUMBER) OR IS ITSELF A SUCCESSOR CMS STILL CARRIES UNDER THE  *
053900*  PREDECESSOR - THAT PREDECESSOR'S NATIONAL ROW IS THEN         *
054000*  ACCOUNTED FOR HERE RATHER THAN LISTED AGAIN AS CMS-ONLY.      *
054100******************************************************************
054200 2500-HOLD-PROVFILE-ONLY.
054300     MOVE SPACES                    TO WS-ONE-SIDED-TEXT.
054400     MOVE PRVF-PROVIDER-NUMBER      TO WS-XW-SEARCH-CCN.
054500     PERFORM 8100-FIND-AS-PREDECESSOR.
054600     IF WS-XW-MATCH-SUB > ZERO  THEN
054700        STRING 'NOT ON CMS FILE - RENUMBERED TO CCN '
054800               WS-XW-SUCCESSOR-CCN (WS-XW-MATCH-SUB)
054900           DELIMITED BY SIZE      INTO WS-ONE-SIDED-TEXT
055000     ELSE
055100        PERFORM 8200-FIND-AS-SUCCESSOR
055200        IF WS-XW-MATCH-SUB > ZERO  THEN
055300           MOVE WS-XW-PREDECESSOR-CCN (WS-XW-MATCH-SUB) TO
055400                                    WS-NAT-SEARCH-CCN
055500           PERFORM 8000-FIND-NATIONAL-ROW
055600        END-IF
055700        IF WS-XW-MATCH-SUB > ZERO  AND
055800           WS-NAT-MATCH-SUB > ZERO  THEN
055900           MOVE 'Y'                 TO
056000              WS-NAT-USED-SWITCH (WS-NAT-MATCH-SUB)
056100           STRING 'CMS STILL CARRIES PREDECESSOR CCN '
056200                  WS-XW-PREDECESSOR-CCN (WS-XW-MATCH-SUB)
056300              DELIMITED BY SIZE   INTO WS-ONE-SIDED-TEXT
056400        ELSE
056500           IF PRVF-STATUS-TERMINATED  THEN
056600              MOVE 'NOT ON CMS FILE - TERMINATED ON PROVFILE' TO
056700                                    WS-ONE-SIDED-TEXT
056800           ELSE
056900              MOVE 'NOT ON CMS FILE - ACTIVE ON PROVFILE' TO
057000                                    WS-ONE-SIDED-TEXT
057100           END-IF
057200        END-IF
057300     END-IF.
057400
057500     IF WS-OURS-ONLY-COUNT < 5000  THEN
057600        ADD 1                       TO WS-OURS-ONLY-COUNT
057700        MOVE PRVF-PROVIDER-NUMBER   TO
057800           WS-OURS-ONLY-PROVIDER (WS-OURS-ONLY-COUNT)
057900        MOVE WS-ONE-SIDED-TEXT      TO
058000           WS-OURS-ONLY-TEXT (WS-OURS-ONLY-COUNT)
058100     ELSE
058200        ADD 1                       TO WS-TABLE-FULL-COUNT
058300     END-IF.
058400/
058500******************************************************************
058600*  ONE PROPOSED CHANGE PER PROVIDER: EVERY CURRENT FIELD, WITH   *
058700*  THE NATIONAL VALUES REPLACING THE ONES THAT DISAGREED.  THE   *
058800*  EFFECTIVE DATE, QIP CODE, BLEND WAIVER, ETC-MODEL AND PAPER-  *
058900*  REMITTANCE FIELDS ARE NOT ON THE NATIONAL FILE AND PASS AS    *
059000*  THEY ARE.                                                     *
059100******************************************************************
059200 2700-GENERATE-CHANGE-TRANS.
059300     INITIALIZE PROVIDER-TRANSACTION-RECORD.
059400     MOVE 'C'                       TO PRVT-ACTION-CODE.
059500     MOVE PRVF-PROVIDER-NUMBER      TO PRVT-PROVIDER-NUMBER.
059600     MOVE WS-PROP-PROV-TYPE         TO PRVT-PROV-TYPE.
059700     MOVE WS-PROP-LOW-VOLUME-INDIC  TO PRVT-PROV-LOW-VOLUME-INDIC.
059800     MOVE PRVF-PROV-WAIVE-BLEND-PAY-INDIC TO
059900                                  PRVT-PROV-WAIVE-BLEND-PAY-INDIC.
060000     MOVE PRVF-QIP-REDUCTION        TO PRVT-QIP-REDUCTION.
060100     MOVE WS-PROP-GEO-MSA           TO PRVT-GEO-MSA.
060200     MOVE WS-PROP-GEO-CBSA          TO PRVT-GEO-CBSA.
060300     MOVE PRVF-EFF-DATE             TO PRVT-EFF-DATE.
060400     MOVE PRVF-ETC-PARTICIPANT-INDIC TO
060500                                    PRVT-ETC-PARTICIPANT-INDIC.
060600     MOVE PRVF-ETC-MODEL-START-DATE TO
060700                                    PRVT-ETC-MODEL-START-DATE.
060800     MOVE PRVF-ETC-MODEL-END-DATE   TO
060900                                    PRVT-ETC-MODEL-END-DATE.
061000     MOVE WS-PROP-STATUS-CODE       TO PRVT-STATUS-CODE.
061100     MOVE WS-PROP-TERMINATION-DATE  TO PRVT-TERMINATION-DATE.
061200     MOVE PRVF-PAPER-REMIT-INDIC    TO PRVT-PAPER-REMIT-INDIC.
061300     MOVE 'ESCALPSF'                TO PRVT-OPERATOR-ID.
061400     WRITE PROVIDER-TRANSACTION-RECORD.
061500     ADD 1                          TO WS-CHANGES-PROPOSED.
061600/
061700 2800-WRITE-PROPOSED-MISMATCH.
061800     MOVE 'CHANGE PROPOSED'         TO RPT-MM-ACTION.
061900     MOVE 'Y'                       TO WS-CHANGE-SWITCH.
062000     PERFORM 2870-WRITE-MISMATCH-LINE.
062100/
062200 2850-WRITE-REVIEW-MISMATCH.
062300     ADD 1                          TO WS-REVIEW-ONLY-COUNT.
062400     PERFORM 2870-WRITE-MISMATCH-LINE.
062500/
062600 2870-WRITE-MISMATCH-LINE.
062700     MOVE 'Y'                       TO WS-MISMATCH-SWITCH.
062800     ADD 1                          TO WS-FIELD-MISMATCH-COUNT.
062900     MOVE PRVF-PROVIDER-NUMBER      TO RPT-MM-PROVIDER.
063000     WRITE PSFRPT-RECORD         FROM RPT-MISMATCH-LINE.
063100/
063200 2900-READ-NEXT-PROVIDER.
063300     READ PROVIDER-FILE NEXT RECORD
063400         AT END MOVE 'Y'            TO WS-PROV-EOF-SWITCH
063500     END-READ.
063600/
063700******************************************************************
063800*  SECTION B - OUR FILE'S ONE-SIDED CCNS HELD DURING THE SWEEP,  *
063900*  THEN EVERY NATIONAL ROW NO PROVIDER OF OURS ACCOUNTED FOR.    *
064000******************************************************************
064100 3000-LIST-ONE-SIDED-CCNS.
064200     MOVE SPACES                    TO PSFRPT-RECORD.
064300     WRITE PSFRPT-RECORD.
064400     MOVE 'SECTION B - CCNS ON ONE SIDE ONLY' TO RPT-SECTION-TEXT.
064500     WRITE PSFRPT-RECORD         FROM RPT-SECTION-LINE.
064600
064700     PERFORM 3100-LIST-ONE-OURS-ONLY
064800        VARYING WS-OURS-ONLY-SUB FROM 1 BY 1
064900        UNTIL WS-OURS-ONLY-SUB > WS-OURS-ONLY-COUNT.
065000     PERFORM 3200-LIST-ONE-NATIONAL-ONLY
065100        VARYING WS-NAT-SUB FROM 1 BY 1
065200        UNTIL WS-NAT-SUB > WS-NAT-COUNT.
065300/
065400 3100-LIST-ONE-OURS-ONLY.
065500     MOVE WS-OURS-ONLY-PROVIDER (WS-OURS-ONLY-SUB) TO
065600                                    RPT-OS-PROVIDER.
065700     MOVE WS-OURS-ONLY-TEXT (WS-OURS-ONLY-SUB) TO RPT-OS-TEXT.
065800     WRITE PSFRPT-RECORD         FROM RPT-ONE-SIDED-LINE.
065900/
066000 3200-LIST-ONE-NATIONAL-ONLY.
066100     IF WS-NAT-USED-SWITCH (WS-NAT-SUB) = 'N'  THEN
066200        ADD 1                       TO WS-NATIONAL-ONLY-COUNT
066300        MOVE SPACES                 TO WS-ONE-SIDED-TEXT
066400        MOVE WS-NAT-PROVIDER (WS-NAT-SUB) TO WS-XW-SEARCH-CCN
066500        PERFORM 8200-FIND-AS-SUCCESSOR
066600        IF WS-XW-MATCH-SUB > ZERO  THEN
066700           STRING 'NOT ON PROVFILE - SUCCESSOR TO CCN '
066800                  WS-XW-PREDECESSOR-CCN (WS-XW-MATCH-SUB)
066900              DELIMITED BY SIZE   INTO WS-ONE-SIDED-TEXT
067000        ELSE
067100           IF WS-NAT-TERMINATION-DATE (WS-NAT-SUB) > ZERO  AND
067200              WS-NAT-TERMINATION-DATE (WS-NAT-SUB) NOT >
067300                 WS-RELEASE-DATE  THEN
067400              MOVE 'NOT ON PROVFILE - TERMINATED ON CMS FILE' TO
067500                                    WS-ONE-SIDED-TEXT
067600           ELSE
067700              MOVE 'NOT ON PROVFILE - ACTIVE ON CMS FILE' TO
067800                                    WS-ONE-SIDED-TEXT
067900           END-IF
068000        END-IF
068100        MOVE WS-NAT-PROVIDER (WS-NAT-SUB) TO RPT-OS-PROVIDER
068200        MOVE WS-ONE-SIDED-TEXT      TO RPT-OS-TEXT
068300        WRITE PSFRPT-RECORD      FROM RPT-ONE-SIDED-LINE
068400     END-IF.
068500/
068600 4000-PRINT-TOTALS.
068700     MOVE SPACES                    TO PSFRPT-RECORD.
068800     WRITE PSFRPT-RECORD.
068900
069000     MOVE 'NATIONAL ROWS READ . . . . . . . . . .' TO
069100                                    RPT-TOTAL-TEXT.
069200     MOVE WS-NAT-ROWS-READ          TO RPT-TOTAL-COUNT.
069300     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
069400
069500     MOVE '  OTHER CONTRACTORS  . . . . . . . . .' TO
069600                                    RPT-TOTAL-TEXT.
069700     MOVE WS-NAT-OTHER-JURIS-COUNT  TO RPT-TOTAL-COUNT.
069800     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
069900
070000     MOVE '  EFFECTIVE AFTER THE RELEASE DATE . .' TO
070100                                    RPT-TOTAL-TEXT.
070200     MOVE WS-NAT-FUTURE-COUNT       TO RPT-TOTAL-COUNT.
070300     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
070400
070500     MOVE '  NOT ESRD AND NOT ON PROVFILE . . . .' TO
070600                                    RPT-TOTAL-TEXT.
070700     MOVE WS-NAT-NOT-ESRD-COUNT     TO RPT-TOTAL-COUNT.
070800     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
070900
071000     MOVE 'NATIONAL CCNS IN SCOPE . . . . . . . .' TO
071100                                    RPT-TOTAL-TEXT.
071200     MOVE WS-NAT-COUNT              TO RPT-TOTAL-COUNT.
071300     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
071400
071500     MOVE 'PROVIDERS ON PROVFILE  . . . . . . . .' TO
071600                                    RPT-TOTAL-TEXT.
071700     MOVE WS-PROVIDERS-READ         TO RPT-TOTAL-COUNT.
071800     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
071900
072000     MOVE 'PROVIDERS ON BOTH FILES  . . . . . . .' TO
072100                                    RPT-TOTAL-TEXT.
072200     MOVE WS-MATCHED-COUNT          TO RPT-TOTAL-COUNT.
072300     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
072400
072500     MOVE 'PROVIDERS WITH A MISMATCH  . . . . . .' TO
072600                                    RPT-TOTAL-TEXT.
072700     MOVE WS-MISMATCHED-PROV-COUNT  TO RPT-TOTAL-COUNT.
072800     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
072900
073000     MOVE 'FIELD MISMATCHES . . . . . . . . . . .' TO
073100                                    RPT-TOTAL-TEXT.
073200     MOVE WS-FIELD-MISMATCH-COUNT   TO RPT-TOTAL-COUNT.
073300     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
073400
073500     MOVE '  FOR REVIEW ONLY  . . . . . . . . . .' TO
073600                                    RPT-TOTAL-TEXT.
073700     MOVE WS-REVIEW-ONLY-COUNT      TO RPT-TOTAL-COUNT.
073800     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
073900
074000     MOVE 'CHANGE TRANSACTIONS PROPOSED . . . . .' TO
074100                                    RPT-TOTAL-TEXT.
074200     MOVE WS-CHANGES-PROPOSED       TO RPT-TOTAL-COUNT.
074300     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
074400
074500     MOVE 'CCNS ON PROVFILE ONLY  . . . . . . . .' TO
074600                                    RPT-TOTAL-TEXT.
074700     MOVE WS-OURS-ONLY-COUNT        TO RPT-TOTAL-COUNT.
074800     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
074900
075000     MOVE 'CCNS ON CMS FILE ONLY  . . . . . . . .' TO
075100                                    RPT-TOTAL-TEXT.
075200     MOVE WS-NATIONAL-ONLY-COUNT    TO RPT-TOTAL-COUNT.
075300     WRITE PSFRPT-RECORD         FROM RPT-TOTAL-LINE.
075400
075500     IF WS-TABLE-FULL-COUNT > ZERO  THEN
075600        MOVE 'ENTRIES DROPPED - TABLE FULL . . . . .' TO
075700                                    RPT-TOTAL-TEXT
075800        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
075900        WRITE PSFRPT-RECORD      FROM RPT-TOTAL-LINE
076000        DISPLAY 'ESCALPSF - TABLE FULL - RECONCILIATION IS '
076100           'INCOMPLETE'
076200        MOVE 4                      TO RETURN-CODE
076300     END-IF.
076400/
076500******************************************************************
076600*  TABLE LOOKUPS - EACH LEAVES ITS MATCH SUBSCRIPT ZERO WHEN     *
076700*  NOTHING MATCHES.                                              *
076800******************************************************************
076900 8000-FIND-NATIONAL-ROW.
077000     MOVE ZERO                      TO WS-NAT-MATCH-SUB.
077100     PERFORM 8010-TEST-ONE-NATIONAL-ROW
077200        VARYING WS-NAT-SUB FROM 1 BY 1
077300        UNTIL WS-NAT-SUB > WS-NAT-COUNT  OR
077400              WS-NAT-MATCH-SUB > ZERO.
077500/
077600 8010-TEST-ONE-NATIONAL-ROW.
077700     IF WS-NAT-PROVIDER (WS-NAT-SUB) = WS-NAT-SEARCH-CCN  THEN
077800        MOVE WS-NAT-SUB             TO WS-NAT-MATCH-SUB
077900     END-IF.
078000/
078100 8100-FIND-AS-PREDECESSOR.
078200     MOVE ZERO                      TO WS-XW-MATCH-SUB.
078300     PERFORM 8110-TEST-ONE-PREDECESSOR
078400        VARYING WS-XW-SUB FROM 1 BY 1
078500        UNTIL WS-XW-SUB > WS-XW-COUNT  OR
078600              WS-XW-MATCH-SUB > ZERO.
078700/
078800 8110-TEST-ONE-PREDECESSOR.
078900     IF WS-XW-PREDECESSOR-CCN (WS-XW-SUB) = WS-XW-SEARCH-CCN  THEN
079000        MOVE WS-XW-SUB              TO WS-XW-MATCH-SUB
079100     END-IF.
079200/
079300 8200-FIND-AS-SUCCESSOR.
079400     MOVE ZERO                      TO WS-XW-MATCH-SUB.
079500     PERFORM 8210-TEST-ONE-SUCCESSOR
079600        VARYING WS-XW-SUB FROM 1 BY 1
079700        UNTIL WS-XW-SUB > WS-XW-COUNT  OR
079800              WS-XW-MATCH-SUB > ZERO.
079900/
080000 8210-TEST-ONE-SUCCESSOR.
080100     IF WS-XW-SUCCESSOR-CCN (WS-XW-SUB) = WS-XW-SEARCH-CCN  THEN
080200        MOVE WS-XW-SUB              TO WS-XW-MATCH-SUB
080300     END-IF.
080400/
080500 5000-TERMINATE.
080600     CLOSE PROVIDER-FILE
080700           CCN-XWALK-FILE
080800           PROVIDER-TRANS-OUT
080900           RECON-REPORT.
