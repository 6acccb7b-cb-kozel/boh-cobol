000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALOSL.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALOSL - NEW PROGRAM
000700*         - QUARTERLY CMS ESRD OUTLIER SERVICES LIST LOADER.  IN
000800*           CONVERT MODE IT TURNS EACH LIST ROW INTO THE OUTLIER-
000900*           LIST-TRANS ADD TRANSACTION ESCALOSM ALREADY APPLIES -
001000*           SO THE APPROVAL PATH AND THE JOURNAL STILL SEE EVERY
001100*           ROW - AND END-DATES, WITH A CHANGE TRANSACTION, EACH
001200*           CODE'S SUPERSEDED OPEN ROW (THE DAY BEFORE THE NEW ROW
001300*           TAKES EFFECT) AND EVERY OPEN ROW FOR A CODE THE NEW
001400*           QUARTER'S LIST NO LONGER CARRIES.  THE RELEASE MUST BE
001500*           IN SERVICE-CODE SEQUENCE FOR THAT DROPPED-CODE SWEEP;
001600*           ONE OUT OF SEQUENCE ENDS THE RUN RC 16.  IN VERIFY
001700*           MODE, RUN AFTER THE ESCALOSM APPLY, IT PROVES THE ROW
001800*           COUNT AND A HASH OF THE FIXED PRICES ON THE MASTER
001900*           AGAINST THE CMS LIST BEFORE THE QUARTER IS CERTIFIED.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT OUTLIER-LIST-IN      ASSIGN TO OSLU
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT LOADER-CONTROL       ASSIGN TO OSLCTL
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT OUTLIER-LIST-FILE    ASSIGN TO OSLFILE
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OSLM-RECORD-KEY.
003600     SELECT OUTLIER-TRANS-OUT    ASSIGN TO OSLTRAN
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT LOADER-REPORT        ASSIGN TO OSLLRPT
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  OUTLIER-LIST-IN
004400     LABEL RECORDS ARE STANDARD
004500     RECORDING MODE IS F.
004600 COPY OSLUCPY.
004700/
004800 FD  LOADER-CONTROL
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F.
005100 01  OSLCTL-RECORD.
005200     05  OSLC-FUNCTION-CODE         PIC X(01).
005300         88  OSLC-CONVERT                      VALUE 'C'.
005400         88  OSLC-VERIFY                       VALUE 'V'.
005500     05  OSLC-OPERATOR-ID           PIC X(08).
005600     05  FILLER                     PIC X(11).
005700/
005800 FD  OUTLIER-LIST-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 COPY OSLMCPY.
006100/
006200 FD  OUTLIER-TRANS-OUT
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500 COPY OSLTCPY.
006600/
006700 FD  LOADER-REPORT
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000 01  OSLLRPT-RECORD                 PIC X(100).
007100/
007200 WORKING-STORAGE SECTION.
007300 01  W-STORAGE-REF                  PIC X(46) VALUE
007400     'ESCALOSL      - W O R K I N G   S T O R A G E'.
007500
007600 01  WS-LIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
007700     88  LIST-END-OF-FILE                      VALUE 'Y'.
007800     88  LIST-NOT-END-OF-FILE                  VALUE 'N'.
007900 01  WS-CTL-EOF-SWITCH              PIC X(01) VALUE 'N'.
008000 01  WS-MASTER-EOF-SWITCH           PIC X(01).
008100 01  WS-FOUND-SWITCH                PIC X(01).
008200     88  MASTER-ROW-FOUND                      VALUE 'Y'.
008300     88  MASTER-ROW-NOT-FOUND                  VALUE 'N'.
008400
008500 01  WS-FUNCTION-CODE               PIC X(01) VALUE SPACE.
008600 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.
008700
008800 01  WS-LIST-ROW-COUNT              PIC 9(07) VALUE ZERO.
008900 01  WS-LIST-HASH-TOTAL             PIC 9(11)V9(04) VALUE ZERO.
009000 01  WS-MASTER-ROW-COUNT            PIC 9(07) VALUE ZERO.
009100 01  WS-MASTER-HASH-TOTAL           PIC 9(11)V9(04) VALUE ZERO.
009200 01  WS-ADD-TRANS-COUNT             PIC 9(07) VALUE ZERO.
009300 01  WS-END-TRANS-COUNT             PIC 9(07) VALUE ZERO.
009400 01  WS-DROP-TRANS-COUNT            PIC 9(07) VALUE ZERO.
009500 01  WS-MISMATCH-COUNT              PIC 9(07) VALUE ZERO.
009600 01  WS-END-DATE-INT                PIC S9(09).
009700 01  WS-SUPERSEDED-END-DATE         PIC 9(08).
009800
009900******************************************************************
010000*  DROPPED-CODE SWEEP - THE MASTER CODES BETWEEN THE PREVIOUS    *
010100*  LIST ROW AND THIS ONE ARE NOT ON THE NEW LIST.                *
010200******************************************************************
010300 01  WS-PREVIOUS-CODE               PIC X(11) VALUE LOW-VALUES.
010400 01  WS-SWEEP-LIMIT-CODE            PIC X(11).
010500 01  WS-RELEASE-EFF-DATE            PIC 9(08) VALUE ZERO.
010600 01  WS-SEQUENCE-SWITCH             PIC X(01) VALUE 'N'.
010700     88  RELEASE-OUT-OF-SEQUENCE               VALUE 'Y'.
010800
010900 01  RPT-HEADING-1.
011000     05  FILLER                     PIC X(05) VALUE SPACES.
011100     05  FILLER                     PIC X(44) VALUE
011200         'CMS ESRD OUTLIER SERVICES LIST LOADER'.
011300
011400 01  RPT-BALANCE-LINE.
011500     05  FILLER                     PIC X(05) VALUE SPACES.
011600     05  RPT-BAL-TEXT               PIC X(30).
011700     05  RPT-BAL-LIST               PIC ZZZ,ZZZ,ZZ9.9999.
011800     05  FILLER                     PIC X(02) VALUE SPACES.
011900     05  RPT-BAL-MASTER             PIC ZZZ,ZZZ,ZZ9.9999.
012000     05  FILLER                     PIC X(02) VALUE SPACES.
012100     05  RPT-BAL-FLAG               PIC X(12).
012200
012300 01  RPT-TOTAL-LINE.
012400     05  FILLER                     PIC X(05) VALUE SPACES.
012500     05  RPT-TOTAL-TEXT             PIC X(30).
012600     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
012700
012800 01  RPT-MISMATCH-LINE.
012900     05  FILLER                     PIC X(05) VALUE SPACES.
013000     05  FILLER                     PIC X(05) VALUE 'CODE '.
013100     05  RPT-MIS-CODE               PIC X(11).
013200     05  FILLER                     PIC X(02) VALUE SPACES.
013300     05  RPT-MIS-TEXT               PIC X(44).
013400/
013500 PROCEDURE DIVISION.
013600
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE.
013900     EVALUATE WS-FUNCTION-CODE
014000        WHEN 'C'
014100           PERFORM 2000-CONVERT-LIST UNTIL LIST-END-OF-FILE
014200           IF NOT RELEASE-OUT-OF-SEQUENCE  THEN
014300              MOVE HIGH-VALUES      TO WS-SWEEP-LIMIT-CODE
014400              PERFORM 2300-END-DATE-DROPPED-CODES
014500           END-IF
014600        WHEN 'V'
014700           PERFORM 3000-VERIFY-LIST UNTIL LIST-END-OF-FILE
014800        WHEN OTHER
014900           DISPLAY 'ESCALOSL - OSLCTL NAMES NO VALID FUNCTION'
015000           MOVE 16                  TO RETURN-CODE
015100     END-EVALUATE.
015200     PERFORM 4000-PRINT-RECONCILIATION.
015300     PERFORM 5000-TERMINATE.
015400     GOBACK.
015500/
015600 1000-INITIALIZE.
015700     OPEN INPUT LOADER-CONTROL.
015800     READ LOADER-CONTROL
015900         AT END MOVE 'Y'            TO WS-CTL-EOF-SWITCH
016000         NOT AT END
016100           MOVE OSLC-FUNCTION-CODE  TO WS-FUNCTION-CODE
016200           MOVE OSLC-OPERATOR-ID    TO WS-OPERATOR-ID
016300     END-READ.
016400     CLOSE LOADER-CONTROL.
016500
016600     OPEN INPUT  OUTLIER-LIST-IN.
016700     OPEN INPUT  OUTLIER-LIST-FILE.
016800     OPEN OUTPUT LOADER-REPORT.
016900     IF WS-FUNCTION-CODE = 'C'  THEN
017000        OPEN OUTPUT OUTLIER-TRANS-OUT
017100     END-IF.
017200
017300     WRITE OSLLRPT-RECORD        FROM RPT-HEADING-1.
017400
017500     PERFORM 2900-READ-NEXT-LIST-ROW.
017600/
017700******************************************************************
017800*  CONVERT - EVERY LIST ROW BECOMES THE ADD TRANSACTION ESCALOSM *
017900*  ALREADY APPLIES.  A CODE WITH AN OPEN ROW ON THE MASTER GETS  *
018000*  A CHANGE TRANSACTION END-DATING IT THE DAY BEFORE THE NEW ROW *
018100*  TAKES EFFECT, AND SO DOES EVERY OPEN ROW FOR A CODE THE NEW   *
018200*  LIST DROPPED.                                                 *
018300******************************************************************
018400 2000-CONVERT-LIST.
018500     ADD 1                          TO WS-LIST-ROW-COUNT.
018600     ADD OSLU-FIXED-UNIT-PRICE      TO WS-LIST-HASH-TOTAL.
018700     MOVE OSLU-EFF-DATE             TO WS-RELEASE-EFF-DATE.
018800
018900     IF NOT RELEASE-OUT-OF-SEQUENCE  THEN
019000        IF OSLU-SERVICE-CODE NOT > WS-PREVIOUS-CODE  THEN
019100           MOVE 'Y'                 TO WS-SEQUENCE-SWITCH
019200           MOVE 16                  TO RETURN-CODE
019300           DISPLAY 'ESCALOSL - LIST ROW ' OSLU-SERVICE-CODE
019400              ' OUT OF SERVICE-CODE SEQUENCE - DROPPED CODES '
019500              'NOT END-DATED'
019600        ELSE
019700           MOVE OSLU-SERVICE-CODE   TO WS-SWEEP-LIMIT-CODE
019800           PERFORM 2300-END-DATE-DROPPED-CODES
019900           MOVE OSLU-SERVICE-CODE   TO WS-PREVIOUS-CODE
020000        END-IF
020100     END-IF.
020200
020300     PERFORM 2100-END-DATE-SUPERSEDED-ROW.
020400
020500     MOVE SPACES                    TO OUTLIER-LIST-TRANS-RECORD.
020600     MOVE 'A'                       TO OSLT-ACTION-CODE.
020700     MOVE OSLU-SERVICE-CODE         TO OSLT-SERVICE-CODE.
020800     MOVE OSLU-EFF-DATE             TO OSLT-EFF-DATE.
020900     MOVE ZERO                      TO OSLT-END-DATE.
021000     MOVE OSLU-CODE-TYPE            TO OSLT-CODE-TYPE.
021100     MOVE OSLU-SERVICE-CATEGORY     TO OSLT-SERVICE-CATEGORY.
021200     MOVE OSLU-PRICING-HCPCS        TO OSLT-PRICING-HCPCS.
021300     MOVE OSLU-FIXED-UNIT-PRICE     TO OSLT-FIXED-UNIT-PRICE.
021400     MOVE WS-OPERATOR-ID            TO OSLT-OPERATOR-ID.
021500     WRITE OUTLIER-LIST-TRANS-RECORD.
021600     ADD 1                          TO WS-ADD-TRANS-COUNT.
021700
021800     PERFORM 2900-READ-NEXT-LIST-ROW.
021900/
022000 2100-END-DATE-SUPERSEDED-ROW.
022100     MOVE 'N'                       TO WS-MASTER-EOF-SWITCH.
022200     MOVE OSLU-SERVICE-CODE         TO OSLM-SERVICE-CODE.
022300     MOVE ZERO                      TO OSLM-EFF-DATE.
022400     START OUTLIER-LIST-FILE KEY IS >= OSLM-RECORD-KEY
022500         INVALID KEY MOVE 'Y'       TO WS-MASTER-EOF-SWITCH
022600     END-START.
022700     PERFORM 2200-SCAN-ONE-MASTER-ROW
022800        UNTIL WS-MASTER-EOF-SWITCH = 'Y'.
022900/
023000 2200-SCAN-ONE-MASTER-ROW.
023100     READ OUTLIER-LIST-FILE NEXT RECORD
023200         AT END MOVE 'Y'            TO WS-MASTER-EOF-SWITCH
023300         NOT AT END
023400           IF OSLM-SERVICE-CODE NOT = OSLU-SERVICE-CODE  THEN
023500              MOVE 'Y'              TO WS-MASTER-EOF-SWITCH
023600           ELSE
023700              IF OSLM-END-DATE = ZERO  AND
023800                 OSLM-EFF-DATE < OSLU-EFF-DATE  THEN
023900                 PERFORM 2250-WRITE-END-DATE-TRANS
024000                 ADD 1              TO WS-END-TRANS-COUNT
024100              END-IF
024200           END-IF
024300     END-READ.
024400/
024500******************************************************************
024600*  THE CHANGE TRANSACTION CARRIES THE ROW'S OWN VALUES WITH THE  *
024700*  NEW END DATE - THE DAY BEFORE THE RELEASE TAKES EFFECT.       *
024800******************************************************************
024900 2250-WRITE-END-DATE-TRANS.
025000     COMPUTE WS-END-DATE-INT =
025100        FUNCTION INTEGER-OF-DATE(WS-RELEASE-EFF-DATE) - 1.
025200     COMPUTE WS-SUPERSEDED-END-DATE =
025300        FUNCTION DATE-OF-INTEGER(WS-END-DATE-INT).
025400     MOVE SPACES                    TO OUTLIER-LIST-TRANS-RECORD.
025500     MOVE 'C'                       TO OSLT-ACTION-CODE.
025600     MOVE OSLM-SERVICE-CODE         TO OSLT-SERVICE-CODE.
025700     MOVE OSLM-EFF-DATE             TO OSLT-EFF-DATE.
025800     MOVE WS-SUPERSEDED-END-DATE    TO OSLT-END-DATE.
025900     MOVE OSLM-CODE-TYPE            TO OSLT-CODE-TYPE.
026000     MOVE OSLM-SERVICE-CATEGORY     TO OSLT-SERVICE-CATEGORY.
026100     MOVE OSLM-PRICING-HCPCS        TO OSLT-PRICING-HCPCS.
026200     MOVE OSLM-FIXED-UNIT-PRICE     TO OSLT-FIXED-UNIT-PRICE.
026300     MOVE WS-OPERATOR-ID            TO OSLT-OPERATOR-ID.
026400     WRITE OUTLIER-LIST-TRANS-RECORD.
026500/
026600******************************************************************
026700*  EVERY MASTER CODE AFTER THE PREVIOUS LIST ROW AND BEFORE      *
026800*  WS-SWEEP-LIMIT-CODE IS MISSING FROM THE NEW LIST - ITS OPEN   *
026900*  ROWS THAT STARTED BEFORE THE RELEASE ARE END-DATED.           *
027000******************************************************************
027100 2300-END-DATE-DROPPED-CODES.
027200     MOVE 'N'                       TO WS-MASTER-EOF-SWITCH.
027300     MOVE WS-PREVIOUS-CODE          TO OSLM-SERVICE-CODE.
027400     MOVE 99999999                  TO OSLM-EFF-DATE.
027500     START OUTLIER-LIST-FILE KEY IS > OSLM-RECORD-KEY
027600         INVALID KEY MOVE 'Y'       TO WS-MASTER-EOF-SWITCH
027700     END-START.
027800     PERFORM 2400-SWEEP-ONE-MASTER-ROW
027900        UNTIL WS-MASTER-EOF-SWITCH = 'Y'.
028000/
028100 2400-SWEEP-ONE-MASTER-ROW.
028200     READ OUTLIER-LIST-FILE NEXT RECORD
028300         AT END MOVE 'Y'            TO WS-MASTER-EOF-SWITCH
028400         NOT AT END
028500           IF OSLM-SERVICE-CODE NOT < WS-SWEEP-LIMIT-CODE  THEN
028600              MOVE 'Y'              TO WS-MASTER-EOF-SWITCH
028700           ELSE
028800              IF OSLM-END-DATE = ZERO  AND
028900                 OSLM-EFF-DATE < WS-RELEASE-EFF-DATE  THEN
029000                 PERFORM 2250-WRITE-END-DATE-TRANS
029100                 ADD 1              TO WS-DROP-TRANS-COUNT
029200                 MOVE OSLM-SERVICE-CODE TO RPT-MIS-CODE
029300                 MOVE 'DROPPED FROM THE LIST - ROW END-DATED' TO
029400                                    RPT-MIS-TEXT
029500                 WRITE OSLLRPT-RECORD  FROM RPT-MISMATCH-LINE
029600              END-IF
029700           END-IF
029800     END-READ.
029900/
030000******************************************************************
030100*  VERIFY - AFTER THE ESCALOSM APPLY, EVERY LIST ROW MUST BE ON  *
030200*  THE MASTER WITH ITS EXACT VALUES, AND THE COUNT AND HASH MUST *
030300*  PROVE BEFORE THE QUARTER IS CERTIFIED.                        *
030400******************************************************************
030500 3000-VERIFY-LIST.
030600     ADD 1                          TO WS-LIST-ROW-COUNT.
030700     ADD OSLU-FIXED-UNIT-PRICE      TO WS-LIST-HASH-TOTAL.
030800
030900     MOVE OSLU-SERVICE-CODE         TO OSLM-SERVICE-CODE.
031000     MOVE OSLU-EFF-DATE             TO OSLM-EFF-DATE.
031100     READ OUTLIER-LIST-FILE
031200         INVALID KEY     MOVE 'N'   TO WS-FOUND-SWITCH
031300         NOT INVALID KEY MOVE 'Y'   TO WS-FOUND-SWITCH
031400     END-READ.
031500
031600     IF MASTER-ROW-NOT-FOUND  THEN
031700        ADD 1                       TO WS-MISMATCH-COUNT
031800        MOVE OSLU-SERVICE-CODE      TO RPT-MIS-CODE
031900        MOVE 'LIST ROW NOT ON THE MASTER' TO RPT-MIS-TEXT
032000        WRITE OSLLRPT-RECORD  FROM RPT-MISMATCH-LINE
032100     ELSE
032200        IF OSLM-CODE-TYPE NOT = OSLU-CODE-TYPE  OR
032300           OSLM-SERVICE-CATEGORY NOT = OSLU-SERVICE-CATEGORY  OR
032400           OSLM-PRICING-HCPCS NOT = OSLU-PRICING-HCPCS  OR
032500           OSLM-FIXED-UNIT-PRICE NOT = OSLU-FIXED-UNIT-PRICE  THEN
032600           ADD 1                    TO WS-MISMATCH-COUNT
032700           MOVE OSLU-SERVICE-CODE   TO RPT-MIS-CODE
032800           MOVE 'ROW VALUES DISAGREE WITH THE LIST' TO
032900                                    RPT-MIS-TEXT
033000           WRITE OSLLRPT-RECORD  FROM RPT-MISMATCH-LINE
033100        ELSE
033200           ADD 1                    TO WS-MASTER-ROW-COUNT
033300           ADD OSLM-FIXED-UNIT-PRICE TO WS-MASTER-HASH-TOTAL
033400        END-IF
033500     END-IF.
033600
033700     PERFORM 2900-READ-NEXT-LIST-ROW.
033800/
033900 2900-READ-NEXT-LIST-ROW.
034000     READ OUTLIER-LIST-IN
034100         AT END MOVE 'Y'            TO WS-LIST-EOF-SWITCH
034200     END-READ.
034300/
034400 4000-PRINT-RECONCILIATION.
034500     MOVE 'LIST ROWS READ  . . . . . .'  TO RPT-TOTAL-TEXT.
034600     MOVE WS-LIST-ROW-COUNT         TO RPT-TOTAL-COUNT.
034700     WRITE OSLLRPT-RECORD  FROM RPT-TOTAL-LINE.
034800
034900     IF WS-FUNCTION-CODE = 'C'  THEN
035000        MOVE 'ADD TRANSACTIONS CUT  . . .'  TO RPT-TOTAL-TEXT
035100        MOVE WS-ADD-TRANS-COUNT     TO RPT-TOTAL-COUNT
035200        WRITE OSLLRPT-RECORD  FROM RPT-TOTAL-LINE
035300        MOVE 'SUPERSEDED ROWS END-DATED .'  TO RPT-TOTAL-TEXT
035400        MOVE WS-END-TRANS-COUNT     TO RPT-TOTAL-COUNT
035500        WRITE OSLLRPT-RECORD  FROM RPT-TOTAL-LINE
035600        MOVE 'DROPPED CODES END-DATED . .'  TO RPT-TOTAL-TEXT
035700        MOVE WS-DROP-TRANS-COUNT    TO RPT-TOTAL-COUNT
035800        WRITE OSLLRPT-RECORD  FROM RPT-TOTAL-LINE
035900     END-IF.
036000
036100     IF WS-FUNCTION-CODE = 'V'  THEN
036200        MOVE 'ROW COUNT LIST VS MASTER  .'  TO RPT-BAL-TEXT
036300        MOVE WS-LIST-ROW-COUNT      TO RPT-BAL-LIST
036400        MOVE WS-MASTER-ROW-COUNT    TO RPT-BAL-MASTER
036500        IF WS-LIST-ROW-COUNT NOT = WS-MASTER-ROW-COUNT  THEN
036600           MOVE '*** OUT ***'       TO RPT-BAL-FLAG
036700           MOVE 16                  TO RETURN-CODE
036800        ELSE
036900           MOVE SPACES              TO RPT-BAL-FLAG
037000        END-IF
037100        WRITE OSLLRPT-RECORD  FROM RPT-BALANCE-LINE
037200
037300        MOVE 'PRICE HASH LIST VS MASTER .'  TO RPT-BAL-TEXT
037400        MOVE WS-LIST-HASH-TOTAL     TO RPT-BAL-LIST
037500        MOVE WS-MASTER-HASH-TOTAL   TO RPT-BAL-MASTER
037600        IF WS-LIST-HASH-TOTAL NOT = WS-MASTER-HASH-TOTAL  THEN
037700           MOVE '*** OUT ***'       TO RPT-BAL-FLAG
037800           MOVE 16                  TO RETURN-CODE
037900        ELSE
038000           MOVE SPACES              TO RPT-BAL-FLAG
038100        END-IF
038200        WRITE OSLLRPT-RECORD  FROM RPT-BALANCE-LINE
038300
038400        MOVE 'LIST/MASTER MISMATCHES  . .'  TO RPT-TOTAL-TEXT
038500        MOVE WS-MISMATCH-COUNT      TO RPT-TOTAL-COUNT
038600        WRITE OSLLRPT-RECORD  FROM RPT-TOTAL-LINE
038700     END-IF.
038800/
038900 5000-TERMINATE.
039000     CLOSE OUTLIER-LIST-IN
039100           OUTLIER-LIST-FILE
039200           LOADER-REPORT.
039300     IF WS-FUNCTION-CODE = 'C'  THEN
039400        CLOSE OUTLIER-TRANS-OUT
039500     END-IF.
