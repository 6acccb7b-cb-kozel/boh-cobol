000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALLHR.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALLHR - NEW PROGRAM
000700*         - QUARTERLY LEGAL HOLD PRESERVATION CERTIFICATION.  FOR
000800*           EVERY HOLD IN FORCE AT ANY TIME IN THE QUARTER, COUNTS
000900*           THE RECORDS IN ITS SCOPE STILL ON FILE - THE KEYED
001000*           AUDIT STORE (AUDITLOG), THE AUDIT ARCHIVE GENERATIONS
001100*           (ARCHIN), AND THE PRICED-CLAIM HISTORY GENERATIONS
001200*           (PRCHIST) - AND COMPARES THEM WITH LAST QUARTER'S
001300*           CERTIFICATE (HLDCERT).  A HOLD WHOSE COUNT HAS GONE
001400*           DOWN IS FLAGGED AND THE JOB ENDS RC 8.  THIS QUARTER'S
001500*           CERTIFICATE IS WRITTEN TO HLDCNEW FOR THE NEXT RUN.
001600*           THE QUARTER ON LHRCTL DEFAULTS TO THE CALENDAR
001700*           QUARTER BEFORE THE RUN.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-Z990.
002300 OBJECT-COMPUTER.            IBM-Z990.
002400 INPUT-OUTPUT  SECTION.
002500 FILE-CONTROL.
002600     SELECT CERTIFY-CONTROL      ASSIGN TO LHRCTL
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT LEGAL-HOLD-FILE      ASSIGN TO LEGLHOLD
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS LHD-HOLD-ID.
003200     SELECT AUDIT-LOG-STORE      ASSIGN TO AUDITLOG
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS AUDS-RECORD-KEY.
003600     SELECT ARCHIVE-IN           ASSIGN TO ARCHIN
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRIOR-CERTIFICATE-IN ASSIGN TO HLDCERT
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT NEW-CERTIFICATE-OUT  ASSIGN TO HLDCNEW
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT CERTIFY-REPORT       ASSIGN TO LHRRPT
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CERTIFY-CONTROL
005000     LABEL RECORDS ARE STANDARD
005100     RECORDING MODE IS F.
005200 01  LHRCTL-RECORD.
005300     05  LHRC-FROM-DATE             PIC 9(08).
005400     05  LHRC-THRU-DATE             PIC 9(08).
005500     05  FILLER                     PIC X(64).
005600/
005700 FD  LEGAL-HOLD-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 COPY LHLDCPY.
006000/
006100 FD  AUDIT-LOG-STORE
006200     LABEL RECORDS ARE STANDARD.
006300 01  AUDSTORE-RECORD.
006400     05  AUDS-RECORD-KEY            PIC X(21).
006500     05  FILLER                     PIC X(270).
006600/
006700 FD  ARCHIVE-IN
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000 01  ARCHIN-RECORD                  PIC X(291).
007100/
007200 FD  PRICED-HISTORY-IN
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 COPY PHISTCPY.
007600/
007700 FD  PRIOR-CERTIFICATE-IN
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 01  HLDCERT-RECORD                 PIC X(80).
008100/
008200 FD  NEW-CERTIFICATE-OUT
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  HLDCNEW-RECORD                 PIC X(80).
008600/
008700 FD  CERTIFY-REPORT
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  LHRRPT-RECORD                  PIC X(100).
009100/
009200 WORKING-STORAGE SECTION.
009300 01  W-STORAGE-REF                  PIC X(46) VALUE
009400     'ESCALLHR      - W O R K I N G   S T O R A G E'.
009500
009600 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
009700     88  END-OF-FILE                           VALUE 'Y'.
009800     88  NOT-END-OF-FILE                       VALUE 'N'.
009900 01  WS-MBI-HOLD-SWITCH             PIC X(01) VALUE 'N'.
010000     88  ANY-BENEFICIARY-HOLD                  VALUE 'Y'.
010100 01  WS-IN-SCOPE-SWITCH             PIC X(01).
010200     88  RECORD-IN-HOLD-SCOPE                  VALUE 'Y'.
010300
010400 01  WS-TODAY                       PIC 9(08).
010500 01  WS-TODAY-PARTS  REDEFINES  WS-TODAY.
010600     05  WS-TODAY-CCYY              PIC 9(04).
010700     05  WS-TODAY-MM                PIC 9(02).
010800     05  WS-TODAY-DD                PIC 9(02).
010900 01  WS-FROM-DATE                   PIC 9(08).
011000 01  WS-FROM-PARTS  REDEFINES  WS-FROM-DATE.
011100     05  WS-FROM-CCYY               PIC 9(04).
011200     05  WS-FROM-MM                 PIC 9(02).
011300     05  WS-FROM-DD                 PIC 9(02).
011400 01  WS-THRU-DATE                   PIC 9(08).
011500 01  WS-THRU-PARTS  REDEFINES  WS-THRU-DATE.
011600     05  WS-THRU-CCYY               PIC 9(04).
011700     05  WS-THRU-MM                 PIC 9(02).
011800     05  WS-THRU-DD                 PIC 9(02).
011900 01  WS-QUARTER-NUMBER              PIC 9(02).
012000 01  WS-QUARTER-REMAINDER           PIC 9(02).
012100
012200******************************************************************
012300*  THE RECORD BEING COUNTED, WHICHEVER FILE IT CAME FROM: 'S'    *
012400*  AUDIT STORE, 'A' AUDIT ARCHIVE, 'H' PRICED-CLAIM HISTORY.     *
012500******************************************************************
012600 01  WS-RECORD-SOURCE               PIC X(01).
012700     88  RECORD-FROM-STORE                     VALUE 'S'.
012800     88  RECORD-FROM-ARCHIVE                   VALUE 'A'.
012900     88  RECORD-FROM-HISTORY                   VALUE 'H'.
013000 01  WS-RECORD-PROVIDER             PIC X(06).
013100 01  WS-RECORD-MBI                  PIC X(11).
013200 01  WS-RECORD-CLAIM-NUMBER         PIC X(13).
013300 01  WS-RECORD-DATE                 PIC 9(08).
013400 01  WS-LAST-RECORD-MBI             PIC X(11) VALUE LOW-VALUES.
013500 01  WS-LAST-CURRENT-MBI            PIC X(11) VALUE SPACES.
013600
013700******************************************************************
013800*  EVERY HOLD IN FORCE AT ANY TIME IN THE QUARTER, IN HOLD ID    *
013900*  ORDER.  A BENEFICIARY HOLD IS MATCHED ON THE PATIENT'S        *
014000*  CURRENT MBI.                                                  *
014100******************************************************************
014200 01  WS-HOLD-TABLE.
014300     05  WS-HOLD-ENTRY  OCCURS 1000 TIMES.
014400         10  WS-HOLD-ID             PIC X(10).
014500         10  WS-HOLD-SCOPE-TYPE     PIC X(03).
014600         10  WS-HOLD-SCOPE-VALUE    PIC X(13).
014700         10  WS-HOLD-MATCH-VALUE    PIC X(13).
014800         10  WS-HOLD-FROM-DATE      PIC 9(08).
014900         10  WS-HOLD-THRU-DATE      PIC 9(08).
015000         10  WS-HOLD-AUTHORITY      PIC X(30).
015100         10  WS-HOLD-CASE-REFERENCE PIC X(20).
015200         10  WS-HOLD-START-DATE     PIC 9(08).
015300         10  WS-HOLD-RELEASE-DATE   PIC 9(08).
015400         10  WS-HOLD-STORE-COUNT    PIC 9(09).
015500         10  WS-HOLD-ARCHIVE-COUNT  PIC 9(09).
015600         10  WS-HOLD-HISTORY-COUNT  PIC 9(09).
015700         10  WS-HOLD-PRIOR-SWITCH   PIC X(01).
015800             88  HOLD-CERTIFIED-BEFORE         VALUE 'Y'.
015900         10  WS-HOLD-PRIOR-AUDIT    PIC 9(09).
016000         10  WS-HOLD-PRIOR-HISTORY  PIC 9(09).
016100 01  WS-HOLD-COUNT                  PIC 9(05) VALUE ZERO.
016200 01  WS-HOLD-SUB                    PIC 9(05).
016300 01  WS-HOLD-MATCH-SUB              PIC 9(05).
016400 01  WS-SEARCH-HOLD-ID              PIC X(10).
016500 01  WS-LOW-SUB                     PIC S9(05).
016600 01  WS-HIGH-SUB                    PIC S9(05).
016700 01  WS-MID-SUB                     PIC S9(05).
016800 01  WS-AUDIT-TOTAL                 PIC 9(09).
016900
017000 01  WS-STORE-READ-COUNT            PIC 9(09) VALUE ZERO.
017100 01  WS-ARCHIVE-READ-COUNT          PIC 9(09) VALUE ZERO.
017200 01  WS-HISTORY-READ-COUNT          PIC 9(09) VALUE ZERO.
017300 01  WS-PRESERVED-COUNT             PIC 9(05) VALUE ZERO.
017400 01  WS-FIRST-CERTIFIED-COUNT       PIC 9(05) VALUE ZERO.
017500 01  WS-COUNT-DOWN-COUNT            PIC 9(05) VALUE ZERO.
017600 01  WS-TABLE-FULL-COUNT            PIC 9(05) VALUE ZERO.
017700/
017800 COPY AUDTCPY.
017900/
018000 COPY CLAIMXCPY.
018100/
018200 COPY LHCRCPY.
018300/
018400 COPY MXLXCPY.
018500/
018600 01  RPT-HEADING-1.
018700     05  FILLER                     PIC X(05) VALUE SPACES.
018800     05  FILLER                     PIC X(50) VALUE
018900         'LEGAL HOLD PRESERVATION CERTIFICATION'.
019000     05  RPT-HDR-RUN-DATE           PIC 9(08).
019100
019200 01  RPT-HEADING-2.
019300     05  FILLER                     PIC X(05) VALUE SPACES.
019400     05  FILLER                     PIC X(13) VALUE
019500         'QUARTER FROM '.
019600     05  RPT-HDR-FROM-DATE          PIC 9(08).
019700     05  FILLER                     PIC X(06) VALUE ' THRU '.
019800     05  RPT-HDR-THRU-DATE          PIC 9(08).
019900
020000 01  RPT-COLUMN-HEADING.
020100     05  FILLER                     PIC X(05) VALUE SPACES.
020200     05  FILLER                     PIC X(29) VALUE
020300         'HOLD ID    SCOPE'.
020400     05  FILLER                     PIC X(18) VALUE
020500         'STARTED  RELEASED'.
020600     05  FILLER                     PIC X(33) VALUE
020700         '     STORE    ARCHIVE    HISTORY'.
020800     05  FILLER                     PIC X(15) VALUE
020900         'CERTIFICATION'.
021000
021100 01  RPT-DETAIL-LINE.
021200     05  FILLER                     PIC X(05) VALUE SPACES.
021300     05  RPT-HOLD-ID                PIC X(10).
021400     05  FILLER                     PIC X(01) VALUE SPACES.
021500     05  RPT-SCOPE-TYPE             PIC X(03).
021600     05  FILLER                     PIC X(01) VALUE SPACES.
021700     05  RPT-SCOPE-VALUE            PIC X(13).
021800     05  FILLER                     PIC X(01) VALUE SPACES.
021900     05  RPT-START-DATE             PIC 9(08).
022000     05  FILLER                     PIC X(01) VALUE SPACES.
022100     05  RPT-RELEASE-DATE           PIC 9(08).
022200     05  FILLER                     PIC X(01) VALUE SPACES.
022300     05  RPT-STORE-COUNT            PIC ZZ,ZZZ,ZZ9.
022400     05  FILLER                     PIC X(01) VALUE SPACES.
022500     05  RPT-ARCHIVE-COUNT          PIC ZZ,ZZZ,ZZ9.
022600     05  FILLER                     PIC X(01) VALUE SPACES.
022700     05  RPT-HISTORY-COUNT          PIC ZZ,ZZZ,ZZ9.
022800     05  FILLER                     PIC X(01) VALUE SPACES.
022900     05  RPT-CERTIFICATION          PIC X(15).
023000
023100 01  RPT-AUTHORITY-LINE.
023200     05  FILLER                     PIC X(16) VALUE SPACES.
023300     05  FILLER                     PIC X(03) VALUE 'BY '.
023400     05  RPT-AUTHORITY              PIC X(30).
023500     05  FILLER                     PIC X(01) VALUE SPACES.
023600     05  RPT-CASE-REFERENCE         PIC X(20).
023700     05  FILLER                     PIC X(01) VALUE SPACES.
023800     05  FILLER                     PIC X(06) VALUE 'DATES '.
023900     05  RPT-FROM-DATE              PIC 9(08).
024000     05  FILLER                     PIC X(01) VALUE '-'.
024100     05  RPT-THRU-DATE              PIC 9(08).
024200
024300 01  RPT-PRIOR-LINE.
024400     05  FILLER                     PIC X(16) VALUE SPACES.
024500     05  FILLER                     PIC X(33) VALUE
024600         'LAST CERTIFIED - AUDIT RECORDS '.
024700     05  RPT-PRIOR-AUDIT            PIC ZZ,ZZZ,ZZ9.
024800     05  FILLER                     PIC X(10) VALUE '  HISTORY '.
024900     05  RPT-PRIOR-HISTORY          PIC ZZ,ZZZ,ZZ9.
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
026000     PERFORM 2000-LOAD-HOLDS.
026100     PERFORM 2500-LOAD-PRIOR-CERTIFICATE.
026200     IF WS-HOLD-COUNT > ZERO  THEN
026300        PERFORM 3000-COUNT-AUDIT-STORE
026400        PERFORM 3100-COUNT-AUDIT-ARCHIVE
026500        PERFORM 3200-COUNT-PRICED-HISTORY
026600     END-IF.
026700     PERFORM 4000-CERTIFY-ONE-HOLD
026800        VARYING WS-HOLD-SUB FROM 1 BY 1
026900        UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
027000     PERFORM 5000-PRINT-RUN-TOTALS.
027100     PERFORM 6000-TERMINATE.
027200     GOBACK.
027300/
027400******************************************************************
027500*  LHRCTL MAY NAME THE QUARTER; BY DEFAULT IT IS THE CALENDAR    *
027600*  QUARTER BEFORE THE RUN.                                       *
027700******************************************************************
027800 1000-INITIALIZE.
027900     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
028000     SUBTRACT 1 FROM WS-TODAY-MM GIVING WS-QUARTER-NUMBER.
028100     DIVIDE WS-QUARTER-NUMBER BY 3 GIVING WS-QUARTER-NUMBER
028200        REMAINDER WS-QUARTER-REMAINDER.
028300     MOVE WS-TODAY-CCYY             TO WS-FROM-CCYY.
028400     COMPUTE WS-FROM-MM = WS-QUARTER-NUMBER * 3 + 1.
028500     MOVE 01                        TO WS-FROM-DD.
028600     IF WS-FROM-MM = 01  THEN
028700        SUBTRACT 1                FROM WS-FROM-CCYY
028800        MOVE 10                     TO WS-FROM-MM
028900     ELSE
029000        SUBTRACT 3                FROM WS-FROM-MM
029100     END-IF.
029200     MOVE WS-FROM-CCYY              TO WS-THRU-CCYY.
029300     COMPUTE WS-THRU-MM = WS-FROM-MM + 2.
029400     MOVE 31                        TO WS-THRU-DD.
029500
029600     OPEN INPUT CERTIFY-CONTROL.
029700     READ CERTIFY-CONTROL
029800         AT END
029900           CONTINUE
030000         NOT AT END
030100           IF LHRC-FROM-DATE NUMERIC  AND
030200              LHRC-FROM-DATE > ZERO  THEN
030300              MOVE LHRC-FROM-DATE   TO WS-FROM-DATE
030400           END-IF
030500           IF LHRC-THRU-DATE NUMERIC  AND
030600              LHRC-THRU-DATE > ZERO  THEN
030700              MOVE LHRC-THRU-DATE   TO WS-THRU-DATE
030800           END-IF
030900     END-READ.
031000     CLOSE CERTIFY-CONTROL.
031100
031200     OPEN OUTPUT NEW-CERTIFICATE-OUT.
031300     OPEN OUTPUT CERTIFY-REPORT.
031400
031500     MOVE WS-TODAY                  TO RPT-HDR-RUN-DATE.
031600     MOVE WS-FROM-DATE              TO RPT-HDR-FROM-DATE.
031700     MOVE WS-THRU-DATE              TO RPT-HDR-THRU-DATE.
031800     WRITE LHRRPT-RECORD         FROM RPT-HEADING-1.
031900     WRITE LHRRPT-RECORD         FROM RPT-HEADING-2.
032000     MOVE SPACES                    TO LHRRPT-RECORD.
032100     WRITE LHRRPT-RECORD.
032200     WRITE LHRRPT-RECORD         FROM RPT-COLUMN-HEADING.
032300/
032400******************************************************************
032500*  A HOLD IS CERTIFIED FOR THE QUARTER IF IT STARTED BY QUARTER  *
032600*  END AND WAS NOT RELEASED BEFORE THE QUARTER BEGAN.            *
032700******************************************************************
032800 2000-LOAD-HOLDS.
032900     OPEN INPUT LEGAL-HOLD-FILE.
033000     MOVE 'N'                       TO WS-EOF-SWITCH.
033100     PERFORM 2900-READ-NEXT-HOLD.
033200     PERFORM 2100-TABLE-ONE-HOLD UNTIL END-OF-FILE.
033300     CLOSE LEGAL-HOLD-FILE.
033400/
033500 2100-TABLE-ONE-HOLD.
033600     IF LHD-START-DATE NOT > WS-THRU-DATE  AND
033700        (LHD-RELEASE-DATE = ZERO  OR
033800         LHD-RELEASE-DATE NOT < WS-FROM-DATE)  THEN
033900        IF WS-HOLD-COUNT < 1000  THEN
034000           ADD 1                    TO WS-HOLD-COUNT
034100           MOVE WS-HOLD-COUNT       TO WS-HOLD-SUB
034200           INITIALIZE WS-HOLD-ENTRY (WS-HOLD-SUB)
034300           MOVE LHD-HOLD-ID         TO WS-HOLD-ID (WS-HOLD-SUB)
034400           MOVE LHD-SCOPE-TYPE      TO
034500              WS-HOLD-SCOPE-TYPE (WS-HOLD-SUB)
034600           MOVE LHD-SCOPE-VALUE     TO
034700              WS-HOLD-SCOPE-VALUE (WS-HOLD-SUB)
034800              WS-HOLD-MATCH-VALUE (WS-HOLD-SUB)
034900           MOVE LHD-FROM-DATE       TO
035000              WS-HOLD-FROM-DATE (WS-HOLD-SUB)
035100           MOVE LHD-THRU-DATE       TO
035200              WS-HOLD-THRU-DATE (WS-HOLD-SUB)
035300           MOVE LHD-AUTHORITY       TO
035400              WS-HOLD-AUTHORITY (WS-HOLD-SUB)
035500           MOVE LHD-CASE-REFERENCE  TO
035600              WS-HOLD-CASE-REFERENCE (WS-HOLD-SUB)
035700           MOVE LHD-START-DATE      TO
035800              WS-HOLD-START-DATE (WS-HOLD-SUB)
035900           MOVE LHD-RELEASE-DATE    TO
036000              WS-HOLD-RELEASE-DATE (WS-HOLD-SUB)
036100           MOVE 'N'                 TO
036200              WS-HOLD-PRIOR-SWITCH (WS-HOLD-SUB)
036300           IF LHD-SCOPE-BENEFICIARY  THEN
036400              MOVE 'Y'              TO WS-MBI-HOLD-SWITCH
036500              MOVE LHD-SCOPE-VALUE  TO MXL-MBI
036600              CALL 'ESCALMXL'   USING MBI-XWALK-LOOKUP-REQUEST
036700              MOVE MXL-CURRENT-MBI  TO
036800                 WS-HOLD-MATCH-VALUE (WS-HOLD-SUB)
036900           END-IF
037000        ELSE
037100           ADD 1                    TO WS-TABLE-FULL-COUNT
037200        END-IF
037300     END-IF.
037400     PERFORM 2900-READ-NEXT-HOLD.
037500/
037600 2500-LOAD-PRIOR-CERTIFICATE.
037700     OPEN INPUT PRIOR-CERTIFICATE-IN.
037800     MOVE 'N'                       TO WS-EOF-SWITCH.
037900     PERFORM 2910-READ-NEXT-CERTIFICATE.
038000     PERFORM 2510-MATCH-ONE-CERTIFICATE UNTIL END-OF-FILE.
038100     CLOSE PRIOR-CERTIFICATE-IN.
038200/
038300 2510-MATCH-ONE-CERTIFICATE.
038400     MOVE LHC-HOLD-ID               TO WS-SEARCH-HOLD-ID.
038500     PERFORM 8000-FIND-HOLD.
038600     IF WS-HOLD-MATCH-SUB > ZERO  THEN
038700        MOVE 'Y'                    TO
038800           WS-HOLD-PRIOR-SWITCH (WS-HOLD-MATCH-SUB)
038900        MOVE LHC-AUDIT-COUNT        TO
039000           WS-HOLD-PRIOR-AUDIT (WS-HOLD-MATCH-SUB)
039100        MOVE LHC-HISTORY-COUNT      TO
039200           WS-HOLD-PRIOR-HISTORY (WS-HOLD-MATCH-SUB)
039300     END-IF.
039400     PERFORM 2910-READ-NEXT-CERTIFICATE.
039500/
039600 2900-READ-NEXT-HOLD.
039700     READ LEGAL-HOLD-FILE
039800         AT END MOVE 'Y'            TO WS-EOF-SWITCH
039900     END-READ.
040000/
040100 2910-READ-NEXT-CERTIFICATE.
040200     READ PRIOR-CERTIFICATE-IN INTO LEGAL-HOLD-CERTIFICATE-RECORD
040300         AT END MOVE 'Y'            TO WS-EOF-SWITCH
040400     END-READ.
040500/
040600 3000-COUNT-AUDIT-STORE.
040700     OPEN INPUT AUDIT-LOG-STORE.
040800     MOVE 'N'                       TO WS-EOF-SWITCH.
040900     MOVE 'S'                       TO WS-RECORD-SOURCE.
041000     PERFORM 3010-COUNT-ONE-STORE-RECORD UNTIL END-OF-FILE.
041100     CLOSE AUDIT-LOG-STORE.
041200/
041300 3010-COUNT-ONE-STORE-RECORD.
041400     READ AUDIT-LOG-STORE INTO AUDIT-LOG-RECORD
041500         AT END MOVE 'Y'            TO WS-EOF-SWITCH
041600         NOT AT END
041700           ADD 1                    TO WS-STORE-READ-COUNT
041800           PERFORM 3050-COUNT-AUDIT-RECORD
041900     END-READ.
042000/
042100 3050-COUNT-AUDIT-RECORD.
042200     MOVE AUD-PROVIDER-NUMBER       TO WS-RECORD-PROVIDER.
042300     MOVE AUD-MBI                   TO WS-RECORD-MBI.
042400     MOVE AUD-CLAIM-NUMBER          TO WS-RECORD-CLAIM-NUMBER.
042500     MOVE ZERO                      TO WS-RECORD-DATE.
042600     IF AUD-PRICING-DATE NUMERIC  THEN
042700        MOVE AUD-PRICING-DATE       TO WS-RECORD-DATE
042800     END-IF.
042900     PERFORM 7000-COUNT-RECORD-UNDER-HOLDS.
043000/
043100 3100-COUNT-AUDIT-ARCHIVE.
043200     OPEN INPUT ARCHIVE-IN.
043300     MOVE 'N'                       TO WS-EOF-SWITCH.
043400     MOVE 'A'                       TO WS-RECORD-SOURCE.
043500     PERFORM 3110-COUNT-ONE-ARCHIVE-RECORD UNTIL END-OF-FILE.
043600     CLOSE ARCHIVE-IN.
043700/
043800 3110-COUNT-ONE-ARCHIVE-RECORD.
043900     READ ARCHIVE-IN INTO AUDIT-LOG-RECORD
044000         AT END MOVE 'Y'            TO WS-EOF-SWITCH
044100         NOT AT END
044200           ADD 1                    TO WS-ARCHIVE-READ-COUNT
044300           PERFORM 3050-COUNT-AUDIT-RECORD
044400     END-READ.
044500/
044600 3200-COUNT-PRICED-HISTORY.
044700     OPEN INPUT PRICED-HISTORY-IN.
044800     MOVE 'N'                       TO WS-EOF-SWITCH.
044900     MOVE 'H'                       TO WS-RECORD-SOURCE.
045000     PERFORM 3210-COUNT-ONE-HISTORY-RECORD UNTIL END-OF-FILE.
045100     CLOSE PRICED-HISTORY-IN.
045200/
045300 3210-COUNT-ONE-HISTORY-RECORD.
045400     READ PRICED-HISTORY-IN
045500         AT END MOVE 'Y'            TO WS-EOF-SWITCH
045600         NOT AT END
045700           ADD 1                    TO WS-HISTORY-READ-COUNT
045800           MOVE PH-CLAIM-EXTRACT-IMAGE TO CLAIM-EXTRACT-RECORD
045900           MOVE CX-PROVIDER-NUMBER  TO WS-RECORD-PROVIDER
046000           MOVE CX-MBI              TO WS-RECORD-MBI
046100           MOVE CX-CLAIM-NUMBER     TO WS-RECORD-CLAIM-NUMBER
046200           MOVE ZERO                TO WS-RECORD-DATE
046300           IF CX-LINE-ITEM-DATE-SERVICE NUMERIC  THEN
046400              MOVE CX-LINE-ITEM-DATE-SERVICE TO WS-RECORD-DATE
046500           END-IF
046600           PERFORM 7000-COUNT-RECORD-UNDER-HOLDS
046700     END-READ.
046800/
046900******************************************************************
047000*  A HOLD WHOSE COUNT HAS GONE DOWN SINCE LAST QUARTER HAS LOST  *
047100*  RECORDS IT WAS MEANT TO PRESERVE.  A COUNT MAY GO UP - NEW    *
047200*  CLAIMS IN SCOPE KEEP ARRIVING WHILE A HOLD IS OPEN.           *
047300******************************************************************
047400 4000-CERTIFY-ONE-HOLD.
047500     COMPUTE WS-AUDIT-TOTAL =
047600        WS-HOLD-STORE-COUNT (WS-HOLD-SUB) +
047700        WS-HOLD-ARCHIVE-COUNT (WS-HOLD-SUB).
047800
047900     EVALUATE TRUE
048000        WHEN NOT HOLD-CERTIFIED-BEFORE (WS-HOLD-SUB)
048100           ADD 1                    TO WS-FIRST-CERTIFIED-COUNT
048200           MOVE 'FIRST CERTIFIED'   TO RPT-CERTIFICATION
048300        WHEN WS-AUDIT-TOTAL < WS-HOLD-PRIOR-AUDIT (WS-HOLD-SUB)
048400           ADD 1                    TO WS-COUNT-DOWN-COUNT
048500           MOVE 'AUDIT RECS DOWN'   TO RPT-CERTIFICATION
048600        WHEN WS-HOLD-HISTORY-COUNT (WS-HOLD-SUB) <
048700             WS-HOLD-PRIOR-HISTORY (WS-HOLD-SUB)
048800           ADD 1                    TO WS-COUNT-DOWN-COUNT
048900           MOVE 'HISTORY DOWN'      TO RPT-CERTIFICATION
049000        WHEN OTHER
049100           ADD 1                    TO WS-PRESERVED-COUNT
049200           MOVE 'PRESERVED'         TO RPT-CERTIFICATION
049300     END-EVALUATE.
049400
049500     MOVE WS-HOLD-ID (WS-HOLD-SUB)  TO RPT-HOLD-ID.
049600     MOVE WS-HOLD-SCOPE-TYPE (WS-HOLD-SUB) TO RPT-SCOPE-TYPE.
049700     MOVE WS-HOLD-SCOPE-VALUE (WS-HOLD-SUB) TO RPT-SCOPE-VALUE.
049800     MOVE WS-HOLD-START-DATE (WS-HOLD-SUB) TO RPT-START-DATE.
049900     MOVE WS-HOLD-RELEASE-DATE (WS-HOLD-SUB) TO RPT-RELEASE-DATE.
050000     MOVE WS-HOLD-STORE-COUNT (WS-HOLD-SUB) TO RPT-STORE-COUNT.
050100     MOVE WS-HOLD-ARCHIVE-COUNT (WS-HOLD-SUB)
050200                                    TO RPT-ARCHIVE-COUNT.
050300     MOVE WS-HOLD-HISTORY-COUNT (WS-HOLD-SUB)
050400                                    TO RPT-HISTORY-COUNT.
050500     WRITE LHRRPT-RECORD         FROM RPT-DETAIL-LINE.
050600
050700     MOVE WS-HOLD-AUTHORITY (WS-HOLD-SUB) TO RPT-AUTHORITY.
050800     MOVE WS-HOLD-CASE-REFERENCE (WS-HOLD-SUB)
050900                                    TO RPT-CASE-REFERENCE.
051000     MOVE WS-HOLD-FROM-DATE (WS-HOLD-SUB) TO RPT-FROM-DATE.
051100     MOVE WS-HOLD-THRU-DATE (WS-HOLD-SUB) TO RPT-THRU-DATE.
051200     WRITE LHRRPT-RECORD         FROM RPT-AUTHORITY-LINE.
051300
051400     IF HOLD-CERTIFIED-BEFORE (WS-HOLD-SUB)  THEN
051500        MOVE WS-HOLD-PRIOR-AUDIT (WS-HOLD-SUB) TO RPT-PRIOR-AUDIT
051600        MOVE WS-HOLD-PRIOR-HISTORY (WS-HOLD-SUB)
051700                                    TO RPT-PRIOR-HISTORY
051800        WRITE LHRRPT-RECORD      FROM RPT-PRIOR-LINE
051900     END-IF.
052000
052100     MOVE SPACES                    TO
052200                                    LEGAL-HOLD-CERTIFICATE-RECORD.
052300     MOVE WS-HOLD-ID (WS-HOLD-SUB)  TO LHC-HOLD-ID.
052400     MOVE WS-THRU-DATE              TO LHC-QUARTER-THRU-DATE.
052500     MOVE WS-AUDIT-TOTAL            TO LHC-AUDIT-COUNT.
052600     MOVE WS-HOLD-HISTORY-COUNT (WS-HOLD-SUB)
052700                                    TO LHC-HISTORY-COUNT.
052800     WRITE HLDCNEW-RECORD
052900        FROM LEGAL-HOLD-CERTIFICATE-RECORD.
053000/
053100 5000-PRINT-RUN-TOTALS.
053200     MOVE SPACES                    TO LHRRPT-RECORD.
053300     WRITE LHRRPT-RECORD.
053400
053500     MOVE 'AUDIT STORE RECORDS READ . . . . . . . . . .' TO
053600                                    RPT-TOTAL-TEXT.
053700     MOVE WS-STORE-READ-COUNT       TO RPT-TOTAL-COUNT.
053800     WRITE LHRRPT-RECORD         FROM RPT-TOTAL-LINE.
053900
054000     MOVE 'AUDIT ARCHIVE RECORDS READ . . . . . . . . .' TO
054100                                    RPT-TOTAL-TEXT.
054200     MOVE WS-ARCHIVE-READ-COUNT     TO RPT-TOTAL-COUNT.
054300     WRITE LHRRPT-RECORD         FROM RPT-TOTAL-LINE.
054400
054500     MOVE 'PRICED-CLAIM HISTORY RECORDS READ  . . . . .' TO
054600                                    RPT-TOTAL-TEXT.
054700     MOVE WS-HISTORY-READ-COUNT     TO RPT-TOTAL-COUNT.
054800     WRITE LHRRPT-RECORD         FROM RPT-TOTAL-LINE.
054900
055000     MOVE 'HOLDS CERTIFIED PRESERVED  . . . . . . . . .' TO
055100                                    RPT-TOTAL-TEXT.
055200     MOVE WS-PRESERVED-COUNT        TO RPT-TOTAL-COUNT.
055300     WRITE LHRRPT-RECORD         FROM RPT-TOTAL-LINE.
055400
055500     MOVE 'HOLDS CERTIFIED FOR THE FIRST TIME . . . . .' TO
055600                                    RPT-TOTAL-TEXT.
055700     MOVE WS-FIRST-CERTIFIED-COUNT  TO RPT-TOTAL-COUNT.
055800     WRITE LHRRPT-RECORD         FROM RPT-TOTAL-LINE.
055900
056000     MOVE 'HOLDS WITH RECORD COUNT DOWN . . . . . . . .' TO
056100                                    RPT-TOTAL-TEXT.
056200     MOVE WS-COUNT-DOWN-COUNT       TO RPT-TOTAL-COUNT.
056300     WRITE LHRRPT-RECORD         FROM RPT-TOTAL-LINE.
056400
056500     IF WS-TABLE-FULL-COUNT > ZERO  THEN
056600        MOVE 'HOLDS NOT CERTIFIED - HOLD TABLE FULL  . . .' TO
056700                                    RPT-TOTAL-TEXT
056800        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
056900        WRITE LHRRPT-RECORD      FROM RPT-TOTAL-LINE
057000        MOVE 4                      TO RETURN-CODE
057100     END-IF.
057200     IF WS-COUNT-DOWN-COUNT > ZERO  THEN
057300        MOVE 8                      TO RETURN-CODE
057400     END-IF.
057500/
057600 6000-TERMINATE.
057700     CLOSE NEW-CERTIFICATE-OUT
057800           CERTIFY-REPORT.
057900/
058000******************************************************************
058100*  COUNT THE RECORD UNDER EVERY HOLD WHOSE SCOPE AND RECORD      *
058200*  DATES COVER IT - ONE RECORD MAY FALL UNDER SEVERAL HOLDS.  A  *
058300*  RECORD WITH NO DATE COUNTS IF ITS SCOPE MATCHES AT ALL.       *
058400******************************************************************
058500 7000-COUNT-RECORD-UNDER-HOLDS.
058600     IF ANY-BENEFICIARY-HOLD  AND
058700        WS-RECORD-MBI NOT = WS-LAST-RECORD-MBI  THEN
058800        MOVE WS-RECORD-MBI          TO WS-LAST-RECORD-MBI
058900                                       MXL-MBI
059000        IF WS-RECORD-MBI = SPACES  THEN
059100           MOVE SPACES              TO WS-LAST-CURRENT-MBI
059200        ELSE
059300           CALL 'ESCALMXL'      USING MBI-XWALK-LOOKUP-REQUEST
059400           MOVE MXL-CURRENT-MBI     TO WS-LAST-CURRENT-MBI
059500        END-IF
059600     END-IF.
059700     PERFORM 7100-CHECK-ONE-HOLD
059800        VARYING WS-HOLD-SUB FROM 1 BY 1
059900        UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
060000/
060100 7100-CHECK-ONE-HOLD.
060200     MOVE 'N'                       TO WS-IN-SCOPE-SWITCH.
060300     EVALUATE WS-HOLD-SCOPE-TYPE (WS-HOLD-SUB)
060400        WHEN 'CCN'
060500           IF WS-RECORD-PROVIDER =
060600              WS-HOLD-MATCH-VALUE (WS-HOLD-SUB)  THEN
060700              MOVE 'Y'              TO WS-IN-SCOPE-SWITCH
060800           END-IF
060900        WHEN 'MBI'
061000           IF WS-LAST-CURRENT-MBI NOT = SPACES  AND
061100              WS-LAST-CURRENT-MBI =
061200              WS-HOLD-MATCH-VALUE (WS-HOLD-SUB)  THEN
061300              MOVE 'Y'              TO WS-IN-SCOPE-SWITCH
061400           END-IF
061500        WHEN 'CLM'
061600           IF WS-RECORD-CLAIM-NUMBER =
061700              WS-HOLD-MATCH-VALUE (WS-HOLD-SUB)  THEN
061800              MOVE 'Y'              TO WS-IN-SCOPE-SWITCH
061900           END-IF
062000     END-EVALUATE.
062100
062200     IF RECORD-IN-HOLD-SCOPE  AND  WS-RECORD-DATE > ZERO  THEN
062300        IF WS-RECORD-DATE < WS-HOLD-FROM-DATE (WS-HOLD-SUB)  THEN
062400           MOVE 'N'                 TO WS-IN-SCOPE-SWITCH
062500        END-IF
062600        IF WS-HOLD-THRU-DATE (WS-HOLD-SUB) > ZERO  AND
062700           WS-RECORD-DATE > WS-HOLD-THRU-DATE (WS-HOLD-SUB)  THEN
062800           MOVE 'N'                 TO WS-IN-SCOPE-SWITCH
062900        END-IF
063000     END-IF.
063100
063200     IF RECORD-IN-HOLD-SCOPE  THEN
063300        EVALUATE TRUE
063400           WHEN RECORD-FROM-STORE
063500              ADD 1                 TO
063600                 WS-HOLD-STORE-COUNT (WS-HOLD-SUB)
063700           WHEN RECORD-FROM-ARCHIVE
063800              ADD 1                 TO
063900                 WS-HOLD-ARCHIVE-COUNT (WS-HOLD-SUB)
064000           WHEN OTHER
064100              ADD 1                 TO
064200                 WS-HOLD-HISTORY-COUNT (WS-HOLD-SUB)
064300        END-EVALUATE
064400     END-IF.
064500/
064600 8000-FIND-HOLD.
064700     MOVE ZERO                      TO WS-HOLD-MATCH-SUB.
064800     MOVE 1                         TO WS-LOW-SUB.
064900     MOVE WS-HOLD-COUNT             TO WS-HIGH-SUB.
065000     PERFORM 8010-PROBE-HOLD-TABLE
065100        UNTIL WS-LOW-SUB > WS-HIGH-SUB  OR
065200              WS-HOLD-MATCH-SUB > ZERO.
065300/
065400 8010-PROBE-HOLD-TABLE.
065500     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
065600     EVALUATE TRUE
065700        WHEN WS-HOLD-ID (WS-MID-SUB) = WS-SEARCH-HOLD-ID
065800           MOVE WS-MID-SUB          TO WS-HOLD-MATCH-SUB
065900        WHEN WS-HOLD-ID (WS-MID-SUB) < WS-SEARCH-HOLD-ID
066000           COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
066100        WHEN OTHER
066200           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
066300     END-EVALUATE.
