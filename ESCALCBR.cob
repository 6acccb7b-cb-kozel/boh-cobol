000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCBR.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCBR - NEW PROGRAM
000700*         - MONTHLY CONSOLIDATED BILLING RECOVERY REPORT.  READS
000800*           THE SUPPLIER RECOVERY FILE (CBRFILE, OPENED BY THE
000900*           ESCALCBE EDIT) IN SUPPLIER ORDER AND, FOR THE
001000*           RECOVERIES SET UP IN THE CBRCTL MONTH, LISTS EACH
001100*           SUPPLIER'S LINES BY HCPCS: HOW MANY, THE UNITS, THE
001200*           DOLLARS TO RECOVER AND WHAT HAS COME BACK SO FAR.
001300*           EACH SUPPLIER CLOSES WITH ITS TOTAL, AND THE REPORT
001400*           WITH THE MONTH BY HCPCS ACROSS ALL SUPPLIERS - THE
001500*           VIEW THE OIG ASKS FOR.
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.            IBM-Z990.
002100 OBJECT-COMPUTER.            IBM-Z990.
002200 INPUT-OUTPUT  SECTION.
002300 FILE-CONTROL.
002400     SELECT CB-RECOVERY-FILE     ASSIGN TO CBRFILE
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS CBR-RECORD-KEY.
002800     SELECT REPORT-CONTROL       ASSIGN TO CBRCTL
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT CB-REPORT            ASSIGN TO CBRRPT
003100         ORGANIZATION IS SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CB-RECOVERY-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 COPY CBRFCPY.
003800/
003900 FD  REPORT-CONTROL
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200 COPY CBRCCPY.
004300/
004400 FD  CB-REPORT
004500     LABEL RECORDS ARE STANDARD
004600     RECORDING MODE IS F.
004700 01  CBRRPT-RECORD                  PIC X(100).
004800/
004900 WORKING-STORAGE SECTION.
005000 01  W-STORAGE-REF                  PIC X(46) VALUE
005100     'ESCALCBR      - W O R K I N G   S T O R A G E'.
005200
005300 01  WS-CBR-EOF-SWITCH              PIC X(01) VALUE 'N'.
005400     88  CBR-END-OF-FILE                       VALUE 'Y'.
005500     88  CBR-NOT-END-OF-FILE                   VALUE 'N'.
005600
005700 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
005800 01  WS-REPORT-MONTH                PIC 9(06) VALUE ZERO.
005900 01  WS-SETUP-MONTH                 PIC 9(06).
006000 01  WS-CURRENT-SUPPLIER            PIC X(10) VALUE SPACES.
006100 01  WS-RECORDS-READ                PIC 9(07) VALUE ZERO.
006200 01  WS-SUPPLIER-COUNT              PIC 9(07) VALUE ZERO.
006300
006400******************************************************************
006500*  TWO HCPCS TABLES, EACH KEPT IN HCPCS ORDER AS CODES ARRIVE:   *
006600*  THE SUPPLIER IN HAND (EMPTIED AT EACH SUPPLIER BREAK) AND THE *
006700*  WHOLE MONTH.                                                  *
006800******************************************************************
006900 01  WS-SUPPLIER-HCPCS-TABLE.
007000     05  WS-SH-ENTRY  OCCURS 200 TIMES.
007100         10  WS-SH-HCPCS-CODE       PIC X(05).
007200         10  WS-SH-CATEGORY         PIC X(01).
007300         10  WS-SH-LINE-COUNT       PIC 9(07).
007400         10  WS-SH-UNITS            PIC 9(09).
007500         10  WS-SH-RECOVERY-AMT     PIC 9(11)V9(02).
007600         10  WS-SH-RECOVERED-AMT    PIC 9(11)V9(02).
007700 01  WS-SH-COUNT                    PIC 9(03) VALUE ZERO.
007800 01  WS-SH-SUB                      PIC S9(03).
007900 01  WS-SH-HIT                      PIC 9(03).
008000
008100 01  WS-MONTH-HCPCS-TABLE.
008200     05  WS-MH-ENTRY  OCCURS 500 TIMES.
008300         10  WS-MH-HCPCS-CODE       PIC X(05).
008400         10  WS-MH-CATEGORY         PIC X(01).
008500         10  WS-MH-LINE-COUNT       PIC 9(07).
008600         10  WS-MH-UNITS            PIC 9(09).
008700         10  WS-MH-RECOVERY-AMT     PIC 9(11)V9(02).
008800         10  WS-MH-RECOVERED-AMT    PIC 9(11)V9(02).
008900 01  WS-MH-COUNT                    PIC 9(03) VALUE ZERO.
009000 01  WS-MH-SUB                      PIC S9(03).
009100 01  WS-MH-HIT                      PIC 9(03).
009200
009300 01  WS-SUPPLIER-TOTALS.
009400     05  WS-SUP-LINE-COUNT          PIC 9(07).
009500     05  WS-SUP-UNITS               PIC 9(09).
009600     05  WS-SUP-RECOVERY-AMT        PIC 9(11)V9(02).
009700     05  WS-SUP-RECOVERED-AMT       PIC 9(11)V9(02).
009800 01  WS-REPORT-TOTALS.
009900     05  WS-RPT-LINE-COUNT          PIC 9(07).
010000     05  WS-RPT-UNITS               PIC 9(09).
010100     05  WS-RPT-RECOVERY-AMT        PIC 9(11)V9(02).
010200     05  WS-RPT-RECOVERED-AMT       PIC 9(11)V9(02).
010300
010400 01  RPT-HEADING-1.
010500     05  FILLER                     PIC X(05) VALUE SPACES.
010600     05  FILLER                     PIC X(52) VALUE
010700         'ESRD CONSOLIDATED BILLING - SUPPLIER RECOVERIES FOR'.
010800     05  RPT-HDG-MONTH              PIC 9(06).
010900
011000 01  RPT-HEADING-2.
011100     05  FILLER                     PIC X(01) VALUE SPACES.
011200     05  FILLER                     PIC X(12) VALUE 'SUPPLIER'.
011300     05  FILLER                     PIC X(07) VALUE 'HCPCS'.
011400     05  FILLER                     PIC X(04) VALUE 'CAT'.
011500     05  FILLER                     PIC X(09) VALUE '   LINES'.
011600     05  FILLER                     PIC X(12) VALUE '      UNITS'.
011700     05  FILLER                     PIC X(18) VALUE
011800         '   RECOVERY AMT'.
011900     05  FILLER                     PIC X(18) VALUE
012000         '  RECOVERED AMT'.
012100
012200 01  RPT-DETAIL-LINE.
012300     05  FILLER                     PIC X(01) VALUE SPACES.
012400     05  RPT-SUPPLIER-ID            PIC X(10).
012500     05  FILLER                     PIC X(02) VALUE SPACES.
012600     05  RPT-HCPCS-CODE             PIC X(05).
012700     05  FILLER                     PIC X(03) VALUE SPACES.
012800     05  RPT-CATEGORY               PIC X(01).
012900     05  FILLER                     PIC X(02) VALUE SPACES.
013000     05  RPT-LINE-COUNT             PIC ZZZ,ZZ9.
013100     05  FILLER                     PIC X(01) VALUE SPACES.
013200     05  RPT-UNITS                  PIC ZZZ,ZZZ,ZZ9.
013300     05  FILLER                     PIC X(01) VALUE SPACES.
013400     05  RPT-RECOVERY-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013500     05  FILLER                     PIC X(01) VALUE SPACES.
013600     05  RPT-RECOVERED-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013700
013800 01  RPT-COUNT-LINE.
013900     05  FILLER                     PIC X(05) VALUE SPACES.
014000     05  RPT-C-LABEL                PIC X(30).
014100     05  RPT-C-COUNT                PIC ZZZ,ZZ9.
014200/
014300 PROCEDURE DIVISION.
014400
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE.
014700     PERFORM 2000-REPORT-RECOVERY UNTIL CBR-END-OF-FILE.
014800     PERFORM 4000-PRINT-TOTALS.
014900     PERFORM 5000-TERMINATE.
015000     GOBACK.
015100/
015200 1000-INITIALIZE.
015300     OPEN INPUT REPORT-CONTROL.
015400     READ REPORT-CONTROL
015500         AT END MOVE 'Y'            TO WS-CTL-EOF-SWITCH
015600         NOT AT END
015700           IF CBRC-REPORT-MONTH NUMERIC  THEN
015800              MOVE CBRC-REPORT-MONTH TO WS-REPORT-MONTH
015900           END-IF
016000     END-READ.
016100     CLOSE REPORT-CONTROL.
016200
016300     IF WS-REPORT-MONTH = ZERO  THEN
016400        DISPLAY 'ESCALCBR - CBRCTL NAMES NO REPORT MONTH - '
016500           'NOTHING TO REPORT'
016600        MOVE 'Y'                    TO WS-CBR-EOF-SWITCH
016700     END-IF.
016800
016900     MOVE ZEROS                     TO WS-SUPPLIER-TOTALS
017000                                       WS-REPORT-TOTALS.
017100
017200     OPEN INPUT  CB-RECOVERY-FILE.
017300     OPEN OUTPUT CB-REPORT.
017400
017500     MOVE WS-REPORT-MONTH           TO RPT-HDG-MONTH.
017600     WRITE CBRRPT-RECORD  FROM RPT-HEADING-1.
017700     WRITE CBRRPT-RECORD  FROM RPT-HEADING-2.
017800
017900     IF CBR-NOT-END-OF-FILE  THEN
018000        PERFORM 2900-READ-NEXT-RECOVERY
018100     END-IF.
018200/
018300******************************************************************
018400*  THE FILE IS KEYED BY SUPPLIER, SO A CHANGE OF SUPPLIER CLOSES *
018500*  THE PRIOR ONE.  ONLY RECOVERIES SET UP IN THE REPORT MONTH    *
018600*  ARE COUNTED.                                                  *
018700******************************************************************
018800 2000-REPORT-RECOVERY.
018900     MOVE CBR-SETUP-DATE (1:6)      TO WS-SETUP-MONTH.
019000
019100     IF WS-SETUP-MONTH = WS-REPORT-MONTH  THEN
019200        IF CBR-SUPPLIER-ID NOT = WS-CURRENT-SUPPLIER  THEN
019300           IF WS-CURRENT-SUPPLIER NOT = SPACES  THEN
019400              PERFORM 3000-PRINT-SUPPLIER
019500           END-IF
019600           MOVE CBR-SUPPLIER-ID     TO WS-CURRENT-SUPPLIER
019700           ADD 1                    TO WS-SUPPLIER-COUNT
019800        END-IF
019900        PERFORM 2100-POST-SUPPLIER-HCPCS
020000        PERFORM 2200-POST-MONTH-HCPCS
020100        ADD 1                       TO WS-SUP-LINE-COUNT
020200        ADD CBR-UNITS               TO WS-SUP-UNITS
020300        ADD CBR-ORIGINAL-AMT        TO WS-SUP-RECOVERY-AMT
020400        ADD CBR-RECOVERED-AMT       TO WS-SUP-RECOVERED-AMT
020500     END-IF.
020600
020700     PERFORM 2900-READ-NEXT-RECOVERY.
020800/
020900******************************************************************
021000*  FIND THE CODE'S ENTRY, OR THE FIRST ENTRY WITH A HIGHER CODE, *
021100*  WHERE A NEW ENTRY IS OPENED BY MOVING THE REST DOWN ONE.      *
021200******************************************************************
021300 2100-POST-SUPPLIER-HCPCS.
021400     MOVE ZERO                      TO WS-SH-HIT.
021500     PERFORM 2110-TEST-ONE-SUPPLIER-ENTRY
021600        VARYING WS-SH-SUB FROM 1 BY 1
021700        UNTIL WS-SH-SUB > WS-SH-COUNT
021800           OR WS-SH-HIT > ZERO.
021900     IF WS-SH-HIT = ZERO  THEN
022000        MOVE WS-SH-SUB              TO WS-SH-HIT
022100     END-IF.
022200
022300     IF WS-SH-HIT > WS-SH-COUNT  OR
022400        WS-SH-HCPCS-CODE (WS-SH-HIT) NOT = CBR-HCPCS-CODE  THEN
022500        IF WS-SH-COUNT < 200  THEN
022600           PERFORM 2120-SHIFT-ONE-SUPPLIER-ENTRY
022700              VARYING WS-SH-SUB FROM WS-SH-COUNT BY -1
022800              UNTIL WS-SH-SUB < WS-SH-HIT
022900           ADD 1                    TO WS-SH-COUNT
023000           MOVE CBR-HCPCS-CODE      TO
023100              WS-SH-HCPCS-CODE (WS-SH-HIT)
023200           MOVE CBR-CATEGORY        TO WS-SH-CATEGORY (WS-SH-HIT)
023300           MOVE ZERO                TO
023400              WS-SH-LINE-COUNT (WS-SH-HIT)
023500              WS-SH-UNITS (WS-SH-HIT)
023600              WS-SH-RECOVERY-AMT (WS-SH-HIT)
023700              WS-SH-RECOVERED-AMT (WS-SH-HIT)
023800        ELSE
023900           DISPLAY 'ESCALCBR - SUPPLIER ' WS-CURRENT-SUPPLIER
024000              ' HAS OVER 200 HCPCS - ' CBR-HCPCS-CODE
024100              ' LEFT OFF ITS DETAIL'
024200           MOVE ZERO                TO WS-SH-HIT
024300        END-IF
024400     END-IF.
024500
024600     IF WS-SH-HIT > ZERO  THEN
024700        ADD 1                       TO
024800           WS-SH-LINE-COUNT (WS-SH-HIT)
024900        ADD CBR-UNITS               TO WS-SH-UNITS (WS-SH-HIT)
025000        ADD CBR-ORIGINAL-AMT        TO
025100           WS-SH-RECOVERY-AMT (WS-SH-HIT)
025200        ADD CBR-RECOVERED-AMT       TO
025300           WS-SH-RECOVERED-AMT (WS-SH-HIT)
025400     END-IF.
025500/
025600 2110-TEST-ONE-SUPPLIER-ENTRY.
025700     IF WS-SH-HCPCS-CODE (WS-SH-SUB) NOT < CBR-HCPCS-CODE  THEN
025800        MOVE WS-SH-SUB              TO WS-SH-HIT
025900     END-IF.
026000/
026100 2120-SHIFT-ONE-SUPPLIER-ENTRY.
026200     MOVE WS-SH-ENTRY (WS-SH-SUB)   TO
026300        WS-SH-ENTRY (WS-SH-SUB + 1).
026400/
026500 2200-POST-MONTH-HCPCS.
026600     MOVE ZERO                      TO WS-MH-HIT.
026700     PERFORM 2210-TEST-ONE-MONTH-ENTRY
026800        VARYING WS-MH-SUB FROM 1 BY 1
026900        UNTIL WS-MH-SUB > WS-MH-COUNT
027000           OR WS-MH-HIT > ZERO.
027100     IF WS-MH-HIT = ZERO  THEN
027200        MOVE WS-MH-SUB              TO WS-MH-HIT
027300     END-IF.
027400
027500     IF WS-MH-HIT > WS-MH-COUNT  OR
027600        WS-MH-HCPCS-CODE (WS-MH-HIT) NOT = CBR-HCPCS-CODE  THEN
027700        IF WS-MH-COUNT < 500  THEN
027800           PERFORM 2220-SHIFT-ONE-MONTH-ENTRY
027900              VARYING WS-MH-SUB FROM WS-MH-COUNT BY -1
028000              UNTIL WS-MH-SUB < WS-MH-HIT
028100           ADD 1                    TO WS-MH-COUNT
028200           MOVE CBR-HCPCS-CODE      TO
028300              WS-MH-HCPCS-CODE (WS-MH-HIT)
028400           MOVE CBR-CATEGORY        TO WS-MH-CATEGORY (WS-MH-HIT)
028500           MOVE ZERO                TO
028600              WS-MH-LINE-COUNT (WS-MH-HIT)
028700              WS-MH-UNITS (WS-MH-HIT)
028800              WS-MH-RECOVERY-AMT (WS-MH-HIT)
028900              WS-MH-RECOVERED-AMT (WS-MH-HIT)
029000        ELSE
029100           DISPLAY 'ESCALCBR - OVER 500 HCPCS IN THE MONTH - '
029200              CBR-HCPCS-CODE ' LEFT OFF THE SUMMARY'
029300           MOVE ZERO                TO WS-MH-HIT
029400        END-IF
029500     END-IF.
029600
029700     IF WS-MH-HIT > ZERO  THEN
029800        ADD 1                       TO
029900           WS-MH-LINE-COUNT (WS-MH-HIT)
030000        ADD CBR-UNITS               TO WS-MH-UNITS (WS-MH-HIT)
030100        ADD CBR-ORIGINAL-AMT        TO
030200           WS-MH-RECOVERY-AMT (WS-MH-HIT)
030300        ADD CBR-RECOVERED-AMT       TO
030400           WS-MH-RECOVERED-AMT (WS-MH-HIT)
030500     END-IF.
030600/
030700 2210-TEST-ONE-MONTH-ENTRY.
030800     IF WS-MH-HCPCS-CODE (WS-MH-SUB) NOT < CBR-HCPCS-CODE  THEN
030900        MOVE WS-MH-SUB              TO WS-MH-HIT
031000     END-IF.
031100/
031200 2220-SHIFT-ONE-MONTH-ENTRY.
031300     MOVE WS-MH-ENTRY (WS-MH-SUB)   TO
031400        WS-MH-ENTRY (WS-MH-SUB + 1).
031500/
031600 2900-READ-NEXT-RECOVERY.
031700     READ CB-RECOVERY-FILE NEXT RECORD
031800         AT END MOVE 'Y'            TO WS-CBR-EOF-SWITCH
031900         NOT AT END
032000           ADD 1                    TO WS-RECORDS-READ
032100     END-READ.
032200/
032300******************************************************************
032400*  ONE LINE PER HCPCS THE SUPPLIER BILLED, THEN ITS TOTAL.       *
032500******************************************************************
032600 3000-PRINT-SUPPLIER.
032700     PERFORM 3100-PRINT-ONE-SUPPLIER-HCPCS
032800        VARYING WS-SH-SUB FROM 1 BY 1
032900        UNTIL WS-SH-SUB > WS-SH-COUNT.
033000
033100     MOVE SPACES                    TO RPT-SUPPLIER-ID
033200                                       RPT-HCPCS-CODE
033300                                       RPT-CATEGORY.
033400     MOVE 'TOTAL'                   TO RPT-HCPCS-CODE.
033500     MOVE WS-SUP-LINE-COUNT         TO RPT-LINE-COUNT.
033600     MOVE WS-SUP-UNITS              TO RPT-UNITS.
033700     MOVE WS-SUP-RECOVERY-AMT       TO RPT-RECOVERY-AMT.
033800     MOVE WS-SUP-RECOVERED-AMT      TO RPT-RECOVERED-AMT.
033900     WRITE CBRRPT-RECORD  FROM RPT-DETAIL-LINE.
034000     MOVE SPACES                    TO CBRRPT-RECORD.
034100     WRITE CBRRPT-RECORD.
034200
034300     ADD WS-SUP-LINE-COUNT          TO WS-RPT-LINE-COUNT.
034400     ADD WS-SUP-UNITS               TO WS-RPT-UNITS.
034500     ADD WS-SUP-RECOVERY-AMT        TO WS-RPT-RECOVERY-AMT.
034600     ADD WS-SUP-RECOVERED-AMT       TO WS-RPT-RECOVERED-AMT.
034700     MOVE ZEROS                     TO WS-SUPPLIER-TOTALS.
034800     MOVE ZERO                      TO WS-SH-COUNT.
034900/
035000 3100-PRINT-ONE-SUPPLIER-HCPCS.
035100     IF WS-SH-SUB = 1  THEN
035200        MOVE WS-CURRENT-SUPPLIER    TO RPT-SUPPLIER-ID
035300     ELSE
035400        MOVE SPACES                 TO RPT-SUPPLIER-ID
035500     END-IF.
035600     MOVE WS-SH-HCPCS-CODE (WS-SH-SUB) TO RPT-HCPCS-CODE.
035700     MOVE WS-SH-CATEGORY (WS-SH-SUB) TO RPT-CATEGORY.
035800     MOVE WS-SH-LINE-COUNT (WS-SH-SUB) TO RPT-LINE-COUNT.
035900     MOVE WS-SH-UNITS (WS-SH-SUB)   TO RPT-UNITS.
036000     MOVE WS-SH-RECOVERY-AMT (WS-SH-SUB) TO RPT-RECOVERY-AMT.
036100     MOVE WS-SH-RECOVERED-AMT (WS-SH-SUB) TO RPT-RECOVERED-AMT.
036200     WRITE CBRRPT-RECORD  FROM RPT-DETAIL-LINE.
036300/
036400 4000-PRINT-TOTALS.
036500     IF WS-CURRENT-SUPPLIER NOT = SPACES  THEN
036600        PERFORM 3000-PRINT-SUPPLIER
036700     END-IF.
036800
036900     MOVE SPACES                    TO CBRRPT-RECORD.
037000     MOVE 'ALL SUPPLIERS BY HCPCS'  TO CBRRPT-RECORD (2:22).
037100     WRITE CBRRPT-RECORD.
037200     PERFORM 4100-PRINT-ONE-MONTH-HCPCS
037300        VARYING WS-MH-SUB FROM 1 BY 1
037400        UNTIL WS-MH-SUB > WS-MH-COUNT.
037500
037600     MOVE 'MONTH'                   TO RPT-SUPPLIER-ID.
037700     MOVE 'TOTAL'                   TO RPT-HCPCS-CODE.
037800     MOVE SPACES                    TO RPT-CATEGORY.
037900     MOVE WS-RPT-LINE-COUNT         TO RPT-LINE-COUNT.
038000     MOVE WS-RPT-UNITS              TO RPT-UNITS.
038100     MOVE WS-RPT-RECOVERY-AMT       TO RPT-RECOVERY-AMT.
038200     MOVE WS-RPT-RECOVERED-AMT      TO RPT-RECOVERED-AMT.
038300     WRITE CBRRPT-RECORD  FROM RPT-DETAIL-LINE.
038400
038500     MOVE 'RECOVERY RECORDS READ'   TO RPT-C-LABEL.
038600     MOVE WS-RECORDS-READ           TO RPT-C-COUNT.
038700     WRITE CBRRPT-RECORD  FROM RPT-COUNT-LINE.
038800     MOVE 'SUPPLIERS WITH RECOVERIES' TO RPT-C-LABEL.
038900     MOVE WS-SUPPLIER-COUNT         TO RPT-C-COUNT.
039000     WRITE CBRRPT-RECORD  FROM RPT-COUNT-LINE.
039100/
039200 4100-PRINT-ONE-MONTH-HCPCS.
039300     MOVE SPACES                    TO RPT-SUPPLIER-ID.
039400     MOVE WS-MH-HCPCS-CODE (WS-MH-SUB) TO RPT-HCPCS-CODE.
039500     MOVE WS-MH-CATEGORY (WS-MH-SUB) TO RPT-CATEGORY.
039600     MOVE WS-MH-LINE-COUNT (WS-MH-SUB) TO RPT-LINE-COUNT.
039700     MOVE WS-MH-UNITS (WS-MH-SUB)   TO RPT-UNITS.
039800     MOVE WS-MH-RECOVERY-AMT (WS-MH-SUB) TO RPT-RECOVERY-AMT.
039900     MOVE WS-MH-RECOVERED-AMT (WS-MH-SUB) TO RPT-RECOVERED-AMT.
040000     WRITE CBRRPT-RECORD  FROM RPT-DETAIL-LINE.
040100/
040200 5000-TERMINATE.
040300     CLOSE CB-RECOVERY-FILE
040400           CB-REPORT.
