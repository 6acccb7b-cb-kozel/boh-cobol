000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCBE.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCBE - NEW PROGRAM
000700*         - ESRD PPS CONSOLIDATED BILLING EDIT.  RUNS BEHIND
000800*           ESCALSCL.  EVERY PART B CARRIER AND DME LINE ON THE
000900*           SUPPLIER CLAIMS STORE (SUPCLM) NOT YET EDITED - OR
001000*           STILL WAITING ON OUR FACILITY'S CLAIM - IS CHECKED
001100*           AGAINST THE CBLIST OF LABS, DRUGS AND SUPPLIES IN THE
001200*           ESRD PPS BUNDLE ON ITS DATE OF SERVICE, AND THE
001300*           BENEFICIARY'S CLAIM CROSS-REFERENCE (MBIXREF) IS
001400*           BROWSED FOR A 72X LINE WE PAID ON THAT SAME DAY.  A
001500*           LISTED LINE PAID OUTSIDE ON A DAY THE BUNDLED RATE
001600*           ALSO PAID IS A DUPLICATE PAYMENT: UNLESS THE SUPPLIER
001700*           BILLED THE AY MODIFIER (NOT RELATED TO THE DIALYSIS),
001800*           A RECOVERY OF THE OUTSIDE PAYMENT IS OPENED AGAINST
001900*           THE SUPPLIER ON CBRFILE.  A LISTED LINE WITH NO PAID
002000*           FACILITY LINE YET IS EDITED AGAIN EACH NIGHT FOR THE
002100*           CBECTL RECHECK DAYS, SINCE FACILITY CLAIMS OFTEN
002200*           ARRIVE AFTER THE SUPPLIER'S.  THE RESULT IS WRITTEN
002300*           BACK ON THE STORE LINE, AND A LINE ALREADY ON CBRFILE
002400*           IS LEFT ALONE, SO A RERUN CANNOT DOUBLE THE DEBT.
002500******************************************************************
002600 DATE-COMPILED.
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.            IBM-Z990.
003000 OBJECT-COMPUTER.            IBM-Z990.
003100 INPUT-OUTPUT  SECTION.
003200 FILE-CONTROL.
003300     SELECT SUPPLIER-CLAIMS      ASSIGN TO SUPCLM
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS SCLM-RECORD-KEY.
003700     SELECT BENE-HISTORY-XREF    ASSIGN TO MBIXREF
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS BHX-RECORD-KEY.
004100     SELECT CB-RECOVERY-FILE     ASSIGN TO CBRFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CBR-RECORD-KEY.
004500     SELECT CB-EDIT-REPORT       ASSIGN TO CBERPT
004600         ORGANIZATION IS SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SUPPLIER-CLAIMS
005100     LABEL RECORDS ARE STANDARD.
005200 COPY SCLMCPY.
005300/
005400 FD  BENE-HISTORY-XREF
005500     LABEL RECORDS ARE STANDARD.
005600 COPY BHXCPY.
005700/
005800 FD  CB-RECOVERY-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 COPY CBRFCPY.
006100/
006200 FD  CB-EDIT-REPORT
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500 01  CBERPT-RECORD                  PIC X(100).
006600/
006700 WORKING-STORAGE SECTION.
006800 01  W-STORAGE-REF                  PIC X(46) VALUE
006900     'ESCALCBE      - W O R K I N G   S T O R A G E'.
007000
007100 01  WS-STORE-EOF-SWITCH            PIC X(01) VALUE 'N'.
007200     88  STORE-END-OF-FILE                     VALUE 'Y'.
007300     88  STORE-NOT-END-OF-FILE                 VALUE 'N'.
007400
007500 01  WS-XREF-EOF-SWITCH             PIC X(01) VALUE 'N'.
007600     88  XREF-END-OF-FILE                      VALUE 'Y'.
007700     88  XREF-NOT-END-OF-FILE                  VALUE 'N'.
007800
007900 01  WS-CBR-EOF-SWITCH              PIC X(01) VALUE 'N'.
008000     88  CBR-END-OF-FILE                       VALUE 'Y'.
008100     88  CBR-NOT-END-OF-FILE                   VALUE 'N'.
008200
008300 01  WS-CBR-FOUND-SWITCH            PIC X(01).
008400     88  CBR-RECORD-FOUND                      VALUE 'Y'.
008500     88  CBR-RECORD-NOT-FOUND                  VALUE 'N'.
008600
008700 01  WS-LIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
008800     88  LIST-END-OF-FILE                      VALUE 'Y'.
008900     88  LIST-NOT-END-OF-FILE                  VALUE 'N'.
009000
009100 01  WS-FACILITY-SWITCH             PIC X(01).
009200     88  FACILITY-LINE-PAID                    VALUE 'Y'.
009300     88  FACILITY-LINE-NOT-PAID                VALUE 'N'.
009400
009500 01  WS-AY-SWITCH                   PIC X(01).
009600     88  AY-MODIFIER-BILLED                    VALUE 'Y'.
009700     88  AY-MODIFIER-NOT-BILLED                VALUE 'N'.
009800
009900 01  WS-TODAY                       PIC 9(08).
010000 01  WS-DAYS-WAITING                PIC S9(05).
010100 01  WS-RECHECK-DAYS                PIC 9(03) VALUE 90.
010200 01  WS-MOD-SUB                     PIC 9(01).
010300
010400******************************************************************
010500*  THE CBLIST ROWS IN FORCE TONIGHT, TABLED ONCE.  A CODE MAY    *
010600*  APPEAR MORE THAN ONCE WITH DIFFERENT DATE-OF-SERVICE RANGES.  *
010700******************************************************************
010800 01  WS-CB-LIST-TABLE.
010900     05  WS-CBL-ENTRY  OCCURS 500 TIMES.
011000         10  WS-CBL-HCPCS-CODE      PIC X(05).
011100         10  WS-CBL-EFF-DATE        PIC 9(08).
011200         10  WS-CBL-END-DATE        PIC 9(08).
011300         10  WS-CBL-CATEGORY        PIC X(01).
011400 01  WS-CBL-COUNT                   PIC 9(03) VALUE ZERO.
011500 01  WS-CBL-SUB                     PIC 9(03).
011600 01  WS-CBL-HIT                     PIC 9(03).
011700
011800******************************************************************
011900*  THE MBIXREF LINE IN HAND.  AN ADJUSTED LINE'S ENTRIES ARRIVE  *
012000*  BACK TO BACK, OLDEST FIRST - THE LAST ONE READ IS WHAT THE    *
012100*  LINE STANDS AT NOW (SEE ESCALMSP).                            *
012200******************************************************************
012300 01  WS-LINE-ACTIVE-SWITCH          PIC X(01) VALUE 'N'.
012400     88  LINE-ACTIVE                           VALUE 'Y'.
012500     88  LINE-NOT-ACTIVE                       VALUE 'N'.
012600 01  WS-LINE-IDENTITY.
012700     05  WS-LINE-CLAIM-NUMBER       PIC X(13).
012800     05  WS-LINE-REV-CODE           PIC X(04).
012900 01  WS-LINE-PROVIDER               PIC X(06).
013000 01  WS-LINE-RTC                    PIC 9(02).
013100 01  WS-LINE-PAID-AMT               PIC 9(09)V9(02).
013200 01  WS-FACILITY-PROVIDER           PIC X(06).
013300 01  WS-FACILITY-CLAIM-NUMBER       PIC X(13).
013400
013500 01  WS-READ-COUNT                  PIC 9(07) VALUE ZERO.
013600 01  WS-EDITED-COUNT                PIC 9(07) VALUE ZERO.
013700 01  WS-NOT-LISTED-COUNT            PIC 9(07) VALUE ZERO.
013800 01  WS-WAITING-COUNT               PIC 9(07) VALUE ZERO.
013900 01  WS-EXPIRED-COUNT               PIC 9(07) VALUE ZERO.
014000 01  WS-EXPIRED-AMT                 PIC 9(11)V9(02) VALUE ZERO.
014100 01  WS-AY-COUNT                    PIC 9(07) VALUE ZERO.
014200 01  WS-AY-AMT                      PIC 9(11)V9(02) VALUE ZERO.
014300 01  WS-OPENED-COUNT                PIC 9(07) VALUE ZERO.
014400 01  WS-OPENED-AMT                  PIC 9(11)V9(02) VALUE ZERO.
014500 01  WS-SKIPPED-COUNT               PIC 9(07) VALUE ZERO.
014600 01  WS-SKIPPED-AMT                 PIC 9(11)V9(02) VALUE ZERO.
014700
014800 01  RPT-HEADING-1.
014900     05  FILLER                     PIC X(05) VALUE SPACES.
015000     05  FILLER                     PIC X(48) VALUE
015100         'ESRD PPS CONSOLIDATED BILLING EDIT - SUPPLIERS'.
015200
015300 01  RPT-HEADING-2.
015400     05  FILLER                     PIC X(01) VALUE SPACES.
015500     05  FILLER                     PIC X(02) VALUE 'S'.
015600     05  FILLER                     PIC X(11) VALUE 'SUPPLIER'.
015700     05  FILLER                     PIC X(16) VALUE 'CLAIM'.
015800     05  FILLER                     PIC X(04) VALUE 'LN'.
015900     05  FILLER                     PIC X(12) VALUE 'MBI'.
016000     05  FILLER                     PIC X(09) VALUE 'DOS'.
016100     05  FILLER                     PIC X(06) VALUE 'HCPCS'.
016200     05  FILLER                     PIC X(07) VALUE 'FACIL'.
016300     05  FILLER                     PIC X(13) VALUE
016400         '    PAID AMT'.
016500     05  FILLER                     PIC X(18) VALUE 'RESULT'.
016600
016700 01  RPT-DETAIL-LINE.
016800     05  FILLER                     PIC X(01) VALUE SPACES.
016900     05  RPT-SOURCE-CODE            PIC X(01).
017000     05  FILLER                     PIC X(01) VALUE SPACES.
017100     05  RPT-SUPPLIER-ID            PIC X(10).
017200     05  FILLER                     PIC X(01) VALUE SPACES.
017300     05  RPT-SUPPLIER-CLAIM-NUMBER  PIC X(15).
017400     05  FILLER                     PIC X(01) VALUE SPACES.
017500     05  RPT-LINE-NUMBER            PIC ZZ9.
017600     05  FILLER                     PIC X(01) VALUE SPACES.
017700     05  RPT-MBI                    PIC X(11).
017800     05  FILLER                     PIC X(01) VALUE SPACES.
017900     05  RPT-DATE-OF-SERVICE        PIC 9(08).
018000     05  FILLER                     PIC X(01) VALUE SPACES.
018100     05  RPT-HCPCS-CODE             PIC X(05).
018200     05  FILLER                     PIC X(01) VALUE SPACES.
018300     05  RPT-FACILITY-PROVIDER      PIC X(06).
018400     05  FILLER                     PIC X(01) VALUE SPACES.
018500     05  RPT-PAID-AMT               PIC Z,ZZZ,ZZ9.99.
018600     05  FILLER                     PIC X(01) VALUE SPACES.
018700     05  RPT-RESULT-TEXT            PIC X(18).
018800
018900 01  RPT-TOTAL-LINE.
019000     05  FILLER                     PIC X(05) VALUE SPACES.
019100     05  RPT-TOTAL-TEXT             PIC X(30).
019200     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
019300     05  FILLER                     PIC X(02) VALUE SPACES.
019400     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
019500/
019600 COPY CBECCPY.
019700/
019800 COPY CBLCCPY.
019900/
020000 COPY PRMXCPY.
020100/
020200 PROCEDURE DIVISION.
020300
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE.
020600     PERFORM 2000-EDIT-STORE-LINE UNTIL STORE-END-OF-FILE.
020700     PERFORM 6000-PRINT-RUN-TOTALS.
020800     PERFORM 7000-TERMINATE.
020900     GOBACK.
021000/
021100 1000-INITIALIZE.
021200     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
021300
021400     PERFORM 1100-LOAD-EDIT-CONTROL.
021500     PERFORM 1200-LOAD-CB-LIST.
021600
021700     OPEN I-O    SUPPLIER-CLAIMS.
021800     OPEN INPUT  BENE-HISTORY-XREF.
021900     OPEN I-O    CB-RECOVERY-FILE.
022000     OPEN OUTPUT CB-EDIT-REPORT.
022100
022200     WRITE CBERPT-RECORD         FROM RPT-HEADING-1.
022300     WRITE CBERPT-RECORD         FROM RPT-HEADING-2.
022400
022500     IF WS-CBL-COUNT = ZERO  THEN
022600        DISPLAY 'ESCALCBE - NO CBLIST ROWS IN FORCE - '
022700           'NOTHING EDITED'
022800        MOVE 'Y'                    TO WS-STORE-EOF-SWITCH
022900     ELSE
023000        PERFORM 2900-READ-NEXT-STORE-LINE
023100     END-IF.
023200/
023300******************************************************************
023400*  RUN PARAMETERS COME FROM THE PARAMETER MASTER (PARMMAST)      *
023500*  THROUGH ESCALPRM, AS OF TODAY.  NO CBECTL ROW IN FORCE LEAVES *
023600*  THE COMPILED RECHECK DAYS STANDING.                           *
023700******************************************************************
023800 1100-LOAD-EDIT-CONTROL.
023900     MOVE 'F'                       TO PRMX-FUNCTION.
024000     MOVE 'CBECTL'                  TO PRMX-FAMILY.
024100     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
024200     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
024300     IF PRMX-ROW-RETURNED  THEN
024400        MOVE PRMX-VALUE-IMAGE       TO CB-EDIT-CONTROL-RECORD
024500        IF CBEC-RECHECK-DAYS NUMERIC  AND
024600           CBEC-RECHECK-DAYS > ZERO  THEN
024700           MOVE CBEC-RECHECK-DAYS   TO WS-RECHECK-DAYS
024800        END-IF
024900     END-IF.
025000/
025100 1200-LOAD-CB-LIST.
025200     MOVE 'F'                       TO PRMX-FUNCTION.
025300     MOVE 'CBLIST'                  TO PRMX-FAMILY.
025400     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
025500     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
025600     PERFORM 1210-LOAD-ONE-LIST-ROW
025700        UNTIL LIST-END-OF-FILE.
025800/
025900 1210-LOAD-ONE-LIST-ROW.
026000     IF NOT PRMX-ROW-RETURNED  THEN
026100        MOVE 'Y'                    TO WS-LIST-EOF-SWITCH
026200     ELSE
026300        MOVE PRMX-VALUE-IMAGE       TO CB-HCPCS-LIST-RECORD
026400        IF WS-CBL-COUNT < 500  THEN
026500           ADD 1                    TO WS-CBL-COUNT
026600           MOVE CBLC-HCPCS-CODE     TO
026700              WS-CBL-HCPCS-CODE (WS-CBL-COUNT)
026800           MOVE CBLC-EFF-DATE       TO
026900              WS-CBL-EFF-DATE (WS-CBL-COUNT)
027000           MOVE CBLC-END-DATE       TO
027100              WS-CBL-END-DATE (WS-CBL-COUNT)
027200           MOVE CBLC-CATEGORY       TO
027300              WS-CBL-CATEGORY (WS-CBL-COUNT)
027400        ELSE
027500           DISPLAY 'ESCALCBE - MORE THAN 500 CBLIST ROWS - '
027600              'EXTRAS IGNORED'
027700           MOVE 'Y'                 TO WS-LIST-EOF-SWITCH
027800        END-IF
027900        MOVE 'N'                    TO PRMX-FUNCTION
028000        CALL 'ESCALPRM'          USING PARAMETER-LOOKUP-REQUEST
028100     END-IF.
028200/
028300******************************************************************
028400*  ONE STORE LINE.  ONLY A LINE NEVER EDITED, OR ONE STILL       *
028500*  WAITING ON A PAID FACILITY LINE, IS LOOKED AT; EVERY OTHER    *
028600*  RESULT IS FINAL.  THE RESULT AND TODAY'S DATE ARE WRITTEN     *
028700*  BACK ON THE LINE.                                             *
028800******************************************************************
028900 2000-EDIT-STORE-LINE.
029000     IF SCLM-NOT-EDITED  OR  SCLM-NO-FACILITY-LINE  THEN
029100        ADD 1                       TO WS-EDITED-COUNT
029200        MOVE SCLM-SOURCE-CODE       TO RPT-SOURCE-CODE
029300        MOVE SCLM-SUPPLIER-ID       TO RPT-SUPPLIER-ID
029400        MOVE SCLM-SUPPLIER-CLAIM-NUMBER TO
029500                                       RPT-SUPPLIER-CLAIM-NUMBER
029600        MOVE SCLM-LINE-NUMBER       TO RPT-LINE-NUMBER
029700        MOVE SCLM-MBI               TO RPT-MBI
029800        MOVE SCLM-DATE-OF-SERVICE   TO RPT-DATE-OF-SERVICE
029900        MOVE SCLM-HCPCS-CODE        TO RPT-HCPCS-CODE
030000        MOVE SCLM-PAID-AMT          TO RPT-PAID-AMT
030100        MOVE SPACES                 TO RPT-FACILITY-PROVIDER
030200        PERFORM 2100-FIND-LIST-ROW
030300        IF WS-CBL-HIT = ZERO  THEN
030400           MOVE 'N'                 TO SCLM-CB-STATUS
030500           ADD 1                    TO WS-NOT-LISTED-COUNT
030600        ELSE
030700           PERFORM 2200-FIND-FACILITY-LINE
030800           IF FACILITY-LINE-PAID  THEN
030900              PERFORM 2400-BUNDLED-LINE
031000           ELSE
031100              PERFORM 2300-NO-FACILITY-LINE
031200           END-IF
031300        END-IF
031400        MOVE WS-TODAY               TO SCLM-CB-EDIT-DATE
031500        REWRITE SUPPLIER-CLAIM-RECORD
031600     END-IF.
031700
031800     PERFORM 2900-READ-NEXT-STORE-LINE.
031900/
032000******************************************************************
032100*  THE CODE MUST BE ON THE LIST FOR THE LINE'S DATE OF SERVICE - *
032200*  A ZERO END DATE LEAVES A ROW OPEN.                            *
032300******************************************************************
032400 2100-FIND-LIST-ROW.
032500     MOVE ZERO                      TO WS-CBL-HIT.
032600     PERFORM 2110-TEST-ONE-LIST-ROW
032700        VARYING WS-CBL-SUB FROM 1 BY 1
032800        UNTIL WS-CBL-SUB > WS-CBL-COUNT
032900           OR WS-CBL-HIT > ZERO.
033000/
033100 2110-TEST-ONE-LIST-ROW.
033200     IF WS-CBL-HCPCS-CODE (WS-CBL-SUB) = SCLM-HCPCS-CODE  AND
033300        WS-CBL-EFF-DATE (WS-CBL-SUB) NOT >
033400           SCLM-DATE-OF-SERVICE  AND
033500        (WS-CBL-END-DATE (WS-CBL-SUB) = ZERO  OR
033600         WS-CBL-END-DATE (WS-CBL-SUB) NOT < SCLM-DATE-OF-SERVICE)
033700        THEN
033800        MOVE WS-CBL-SUB             TO WS-CBL-HIT
033900     END-IF.
034000/
034100******************************************************************
034200*  BROWSE THE BENEFICIARY'S CROSS-REFERENCE FOR THE ONE DATE OF  *
034300*  SERVICE.  EVERY ENTRY THERE IS A LINE OF ONE OF OUR 72X       *
034400*  CLAIMS; THE FIRST WHOSE LATEST PRICING PAID (RTC BELOW 50,    *
034500*  DOLLARS ON IT) IS THE FACILITY LINE THE BUNDLE COVERED.       *
034600******************************************************************
034700 2200-FIND-FACILITY-LINE.
034800     MOVE 'N'                       TO WS-FACILITY-SWITCH.
034900     MOVE 'N'                       TO WS-XREF-EOF-SWITCH.
035000     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
035100     MOVE SPACES                    TO WS-FACILITY-PROVIDER
035200                                       WS-FACILITY-CLAIM-NUMBER.
035300     MOVE LOW-VALUES                TO BHX-RECORD-KEY.
035400     MOVE SCLM-MBI                  TO BHX-MBI.
035500     MOVE SCLM-DATE-OF-SERVICE      TO BHX-LINE-ITEM-DOS.
035600
035700     START BENE-HISTORY-XREF KEY IS >= BHX-RECORD-KEY
035800         INVALID KEY MOVE 'Y'       TO WS-XREF-EOF-SWITCH
035900     END-START.
036000
036100     PERFORM 2250-READ-ONE-XREF
036200        UNTIL XREF-END-OF-FILE.
036300
036400     PERFORM 2270-CLOSE-LINE.
036500/
036600 2250-READ-ONE-XREF.
036700     READ BENE-HISTORY-XREF NEXT RECORD
036800         AT END MOVE 'Y'            TO WS-XREF-EOF-SWITCH
036900         NOT AT END
037000           IF BHX-MBI NOT = SCLM-MBI  OR
037100              BHX-LINE-ITEM-DOS NOT = SCLM-DATE-OF-SERVICE  THEN
037200              MOVE 'Y'              TO WS-XREF-EOF-SWITCH
037300           ELSE
037400              IF LINE-ACTIVE  AND
037500                 (BHX-CLAIM-NUMBER NOT = WS-LINE-CLAIM-NUMBER  OR
037600                  BHX-REV-CODE NOT = WS-LINE-REV-CODE)  THEN
037700                 PERFORM 2270-CLOSE-LINE
037800              END-IF
037900              MOVE 'Y'              TO WS-LINE-ACTIVE-SWITCH
038000              MOVE BHX-CLAIM-NUMBER TO WS-LINE-CLAIM-NUMBER
038100              MOVE BHX-REV-CODE     TO WS-LINE-REV-CODE
038200              MOVE BHX-PROVIDER-NUMBER TO WS-LINE-PROVIDER
038300              MOVE BHX-PPS-RTC      TO WS-LINE-RTC
038400              MOVE BHX-PAID-AMT     TO WS-LINE-PAID-AMT
038500           END-IF
038600     END-READ.
038700/
038800 2270-CLOSE-LINE.
038900     IF LINE-ACTIVE  AND
039000        FACILITY-LINE-NOT-PAID  AND
039100        WS-LINE-RTC < 50  AND
039200        WS-LINE-PAID-AMT > ZERO  THEN
039300        MOVE 'Y'                    TO WS-FACILITY-SWITCH
039400        MOVE WS-LINE-PROVIDER       TO WS-FACILITY-PROVIDER
039500        MOVE WS-LINE-CLAIM-NUMBER   TO WS-FACILITY-CLAIM-NUMBER
039600     END-IF.
039700     MOVE 'N'                       TO WS-LINE-ACTIVE-SWITCH.
039800/
039900******************************************************************
040000*  A LISTED LINE WITH NO PAID FACILITY LINE ON ITS DAY WAITS FOR *
040100*  OUR CLAIM TO ARRIVE - UNTIL THE RECHECK DAYS FROM RECEIPT RUN *
040200*  OUT, WHEN THE EDIT IS CLOSED AND THE LINE LISTED.             *
040300******************************************************************
040400 2300-NO-FACILITY-LINE.
040500     MOVE ZERO                      TO WS-DAYS-WAITING.
040600     IF SCLM-RECEIVED-DATE NUMERIC  AND
040700        SCLM-RECEIVED-DATE > ZERO  THEN
040800        COMPUTE WS-DAYS-WAITING =
040900           FUNCTION INTEGER-OF-DATE(WS-TODAY) -
041000           FUNCTION INTEGER-OF-DATE(SCLM-RECEIVED-DATE)
041100     END-IF.
041200     IF WS-DAYS-WAITING > WS-RECHECK-DAYS  THEN
041300        MOVE 'E'                    TO SCLM-CB-STATUS
041400        ADD 1                       TO WS-EXPIRED-COUNT
041500        ADD SCLM-PAID-AMT           TO WS-EXPIRED-AMT
041600        MOVE 'NO FACILITY LINE'     TO RPT-RESULT-TEXT
041700        WRITE CBERPT-RECORD  FROM RPT-DETAIL-LINE
041800     ELSE
041900        MOVE 'X'                    TO SCLM-CB-STATUS
042000        ADD 1                       TO WS-WAITING-COUNT
042100     END-IF.
042200/
042300******************************************************************
042400*  THE BUNDLED RATE PAID FOR THE DAY.  THE AY MODIFIER IS THE    *
042500*  SUPPLIER'S WORD THAT THE ITEM WAS NOT FOR THE DIALYSIS, AND   *
042600*  STANDS; WITHOUT IT THE WHOLE OUTSIDE PAYMENT IS RECOVERED.    *
042700******************************************************************
042800 2400-BUNDLED-LINE.
042900     MOVE WS-FACILITY-PROVIDER      TO SCLM-FACILITY-PROVIDER
043000                                       RPT-FACILITY-PROVIDER.
043100     MOVE WS-FACILITY-CLAIM-NUMBER  TO SCLM-FACILITY-CLAIM-NUMBER.
043200
043300     MOVE 'N'                       TO WS-AY-SWITCH.
043400     PERFORM 2410-TEST-ONE-MODIFIER
043500        VARYING WS-MOD-SUB FROM 1 BY 1
043600        UNTIL WS-MOD-SUB > 4.
043700
043800     IF AY-MODIFIER-BILLED  THEN
043900        MOVE 'A'                    TO SCLM-CB-STATUS
044000        ADD 1                       TO WS-AY-COUNT
044100        ADD SCLM-PAID-AMT           TO WS-AY-AMT
044200        MOVE 'AY - NOT RECOVERED'   TO RPT-RESULT-TEXT
044300     ELSE
044400        MOVE 'R'                    TO SCLM-CB-STATUS
044500        PERFORM 2450-CHECK-LINE-ON-CBRFILE
044600        IF CBR-RECORD-FOUND  THEN
044700           ADD 1                    TO WS-SKIPPED-COUNT
044800           ADD SCLM-PAID-AMT        TO WS-SKIPPED-AMT
044900           MOVE 'ON CBRFILE-SKIPPED' TO RPT-RESULT-TEXT
045000        ELSE
045100           PERFORM 2500-OPEN-RECOVERY
045200           MOVE 'RECOVERY OPENED'   TO RPT-RESULT-TEXT
045300        END-IF
045400     END-IF.
045500
045600     WRITE CBERPT-RECORD  FROM RPT-DETAIL-LINE.
045700/
045800 2410-TEST-ONE-MODIFIER.
045900     IF SCLM-MODIFIER (WS-MOD-SUB) = 'AY'  THEN
046000        MOVE 'Y'                    TO WS-AY-SWITCH
046100     END-IF.
046200/
046300 2450-CHECK-LINE-ON-CBRFILE.
046400     MOVE 'N'                       TO WS-CBR-FOUND-SWITCH.
046500     MOVE 'N'                       TO WS-CBR-EOF-SWITCH.
046600     MOVE SCLM-SUPPLIER-ID          TO CBR-SUPPLIER-ID.
046700     MOVE SCLM-SOURCE-CODE          TO CBR-SOURCE-CODE.
046800     MOVE SCLM-SUPPLIER-CLAIM-NUMBER TO CBR-SUPPLIER-CLAIM-NUMBER.
046900     MOVE SCLM-LINE-NUMBER          TO CBR-LINE-NUMBER.
047000     MOVE ZERO                      TO CBR-SETUP-DATE.
047100
047200     START CB-RECOVERY-FILE KEY IS >= CBR-RECORD-KEY
047300         INVALID KEY MOVE 'Y'       TO WS-CBR-EOF-SWITCH
047400     END-START.
047500
047600     IF CBR-NOT-END-OF-FILE  THEN
047700        READ CB-RECOVERY-FILE NEXT RECORD
047800            AT END MOVE 'Y'         TO WS-CBR-EOF-SWITCH
047900            NOT AT END
048000              IF CBR-SUPPLIER-ID = SCLM-SUPPLIER-ID  AND
048100                 CBR-SOURCE-CODE = SCLM-SOURCE-CODE  AND
048200                 CBR-SUPPLIER-CLAIM-NUMBER =
048300                 SCLM-SUPPLIER-CLAIM-NUMBER  AND
048400                 CBR-LINE-NUMBER = SCLM-LINE-NUMBER  THEN
048500                 MOVE 'Y'           TO WS-CBR-FOUND-SWITCH
048600              END-IF
048700        END-READ
048800     END-IF.
048900/
049000 2500-OPEN-RECOVERY.
049100     INITIALIZE CB-RECOVERY-RECORD.
049200     MOVE SCLM-SUPPLIER-ID          TO CBR-SUPPLIER-ID.
049300     MOVE SCLM-SOURCE-CODE          TO CBR-SOURCE-CODE.
049400     MOVE SCLM-SUPPLIER-CLAIM-NUMBER TO CBR-SUPPLIER-CLAIM-NUMBER.
049500     MOVE SCLM-LINE-NUMBER          TO CBR-LINE-NUMBER.
049600     MOVE WS-TODAY                  TO CBR-SETUP-DATE.
049700     MOVE 'O'                       TO CBR-STATUS-CODE.
049800     MOVE SCLM-MBI                  TO CBR-MBI.
049900     MOVE SCLM-DATE-OF-SERVICE      TO CBR-DATE-OF-SERVICE.
050000     MOVE SCLM-HCPCS-CODE           TO CBR-HCPCS-CODE.
050100     MOVE WS-CBL-CATEGORY (WS-CBL-HIT) TO CBR-CATEGORY.
050200     MOVE SCLM-UNITS                TO CBR-UNITS.
050300     MOVE SCLM-PAID-AMT             TO CBR-ORIGINAL-AMT.
050400     MOVE ZERO                      TO CBR-RECOVERED-AMT.
050500     MOVE WS-TODAY                  TO CBR-LAST-ACTIVITY-DATE.
050600     MOVE WS-FACILITY-PROVIDER      TO CBR-FACILITY-PROVIDER.
050700     MOVE WS-FACILITY-CLAIM-NUMBER  TO CBR-FACILITY-CLAIM-NUMBER.
050800     WRITE CB-RECOVERY-RECORD.
050900     ADD 1                          TO WS-OPENED-COUNT.
051000     ADD SCLM-PAID-AMT              TO WS-OPENED-AMT.
051100/
051200 2900-READ-NEXT-STORE-LINE.
051300     READ SUPPLIER-CLAIMS NEXT RECORD
051400         AT END MOVE 'Y'            TO WS-STORE-EOF-SWITCH
051500         NOT AT END
051600           ADD 1                    TO WS-READ-COUNT
051700     END-READ.
051800/
051900 6000-PRINT-RUN-TOTALS.
052000     MOVE 'STORE LINES READ  . . . . . .' TO RPT-TOTAL-TEXT.
052100     MOVE WS-READ-COUNT             TO RPT-TOTAL-COUNT.
052200     MOVE ZERO                      TO RPT-TOTAL-AMT.
052300     WRITE CBERPT-RECORD  FROM RPT-TOTAL-LINE.
052400
052500     MOVE 'LINES EDITED TONIGHT  . . . .' TO RPT-TOTAL-TEXT.
052600     MOVE WS-EDITED-COUNT           TO RPT-TOTAL-COUNT.
052700     MOVE ZERO                      TO RPT-TOTAL-AMT.
052800     WRITE CBERPT-RECORD  FROM RPT-TOTAL-LINE.
052900
053000     MOVE 'HCPCS NOT ON CBLIST . . . . .' TO RPT-TOTAL-TEXT.
053100     MOVE WS-NOT-LISTED-COUNT       TO RPT-TOTAL-COUNT.
053200     MOVE ZERO                      TO RPT-TOTAL-AMT.
053300     WRITE CBERPT-RECORD  FROM RPT-TOTAL-LINE.
053400
053500     MOVE 'WAITING ON FACILITY CLAIM . .' TO RPT-TOTAL-TEXT.
053600     MOVE WS-WAITING-COUNT          TO RPT-TOTAL-COUNT.
053700     MOVE ZERO                      TO RPT-TOTAL-AMT.
053800     WRITE CBERPT-RECORD  FROM RPT-TOTAL-LINE.
053900
054000     MOVE 'RECHECK DAYS RUN OUT  . . . .' TO RPT-TOTAL-TEXT.
054100     MOVE WS-EXPIRED-COUNT          TO RPT-TOTAL-COUNT.
054200     MOVE WS-EXPIRED-AMT            TO RPT-TOTAL-AMT.
054300     WRITE CBERPT-RECORD  FROM RPT-TOTAL-LINE.
054400
054500     MOVE 'AY MODIFIER - NOT RECOVERED .' TO RPT-TOTAL-TEXT.
054600     MOVE WS-AY-COUNT               TO RPT-TOTAL-COUNT.
054700     MOVE WS-AY-AMT                 TO RPT-TOTAL-AMT.
054800     WRITE CBERPT-RECORD  FROM RPT-TOTAL-LINE.
054900
055000     MOVE 'RECOVERIES OPENED . . . . . .' TO RPT-TOTAL-TEXT.
055100     MOVE WS-OPENED-COUNT           TO RPT-TOTAL-COUNT.
055200     MOVE WS-OPENED-AMT             TO RPT-TOTAL-AMT.
055300     WRITE CBERPT-RECORD  FROM RPT-TOTAL-LINE.
055400
055500     MOVE 'LINES ALREADY ON CBRFILE  . .' TO RPT-TOTAL-TEXT.
055600     MOVE WS-SKIPPED-COUNT          TO RPT-TOTAL-COUNT.
055700     MOVE WS-SKIPPED-AMT            TO RPT-TOTAL-AMT.
055800     WRITE CBERPT-RECORD  FROM RPT-TOTAL-LINE.
055900/
056000 7000-TERMINATE.
056100     CLOSE SUPPLIER-CLAIMS
056200           BENE-HISTORY-XREF
056300           CB-RECOVERY-FILE
056400           CB-EDIT-REPORT.
