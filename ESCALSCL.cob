000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALSCL.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALSCL - NEW PROGRAM
000700*         - SUPPLIER CLAIMS STORE DAILY LOAD.  READS THE CWF'S
000800*           DAILY FEED OF PART B CARRIER AND DME MAC CLAIM LINES
000900*           PAID FOR OUR DIALYSIS PATIENTS (SCFEED) AND ADDS EACH
001000*           LINE TO THE KEYED SUPPLIER CLAIMS STORE (SUPCLM) BY
001100*           MBI AND DATE OF SERVICE, UNEDITED, FOR THE
001200*           CONSOLIDATED BILLING EDIT (ESCALCBE) THAT RUNS BEHIND
001300*           IT.  NOTHING IS LOADED UNLESS THE FEED'S LINE COUNT
001400*           AND PAID DOLLARS PROVE TO ITS TRAILER.  A LINE
001500*           ALREADY ON THE STORE (A RESENT FEED) OR MISSING ITS
001600*           MBI, DATE OF SERVICE, OR HCPCS IS REPORTED AND
001700*           SKIPPED.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-Z990.
002300 OBJECT-COMPUTER.            IBM-Z990.
002400 INPUT-OUTPUT  SECTION.
002500 FILE-CONTROL.
002600     SELECT SUPPLIER-FEED-IN     ASSIGN TO SCFEED
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT SUPPLIER-CLAIMS      ASSIGN TO SUPCLM
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS SCLM-RECORD-KEY.
003200     SELECT LOAD-REPORT          ASSIGN TO SCLRPT
003300         ORGANIZATION IS SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SUPPLIER-FEED-IN
003800     LABEL RECORDS ARE STANDARD
003900     RECORDING MODE IS F.
004000 COPY SCFCPY.
004100/
004200 FD  SUPPLIER-CLAIMS
004300     LABEL RECORDS ARE STANDARD.
004400 COPY SCLMCPY.
004500/
004600 FD  LOAD-REPORT
004700     LABEL RECORDS ARE STANDARD
004800     RECORDING MODE IS F.
004900 01  SCLRPT-RECORD                  PIC X(100).
005000/
005100 WORKING-STORAGE SECTION.
005200 01  W-STORAGE-REF                  PIC X(46) VALUE
005300     'ESCALSCL      - W O R K I N G   S T O R A G E'.
005400
005500 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
005600     88  END-OF-FILE                           VALUE 'Y'.
005700     88  NOT-END-OF-FILE                       VALUE 'N'.
005800
005900 01  WS-TRAILER-RECEIVED-SWITCH     PIC X(01) VALUE 'N'.
006000     88  TRAILER-RECEIVED                      VALUE 'Y'.
006100     88  TRAILER-NOT-RECEIVED                  VALUE 'N'.
006200
006300 01  WS-BALANCE-SWITCH              PIC X(01) VALUE 'Y'.
006400     88  FILE-IN-BALANCE                       VALUE 'Y'.
006500     88  FILE-OUT-OF-BALANCE                   VALUE 'N'.
006600
006700 01  WS-FOUND-SWITCH                PIC X(01) VALUE 'N'.
006800     88  CLAIM-LINE-FOUND                      VALUE 'Y'.
006900     88  CLAIM-LINE-NOT-FOUND                  VALUE 'N'.
007000
007100 01  WS-TODAY                       PIC 9(08).
007200 01  WS-MOD-SUB                     PIC 9(01).
007300
007400 01  WS-IN-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
007500 01  WS-IN-PAID-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
007600 01  WS-IN-TRL-LINE-COUNT           PIC 9(07) VALUE ZERO.
007700 01  WS-IN-TRL-PAID-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
007800
007900 01  WS-LOADED-COUNT                PIC 9(07) VALUE ZERO.
008000 01  WS-LOADED-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
008100 01  WS-DUPLICATE-COUNT             PIC 9(07) VALUE ZERO.
008200 01  WS-DUPLICATE-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
008300 01  WS-REJECTED-COUNT              PIC 9(07) VALUE ZERO.
008400 01  WS-REJECTED-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
008500
008600 01  RPT-HEADING-1.
008700     05  FILLER                     PIC X(05) VALUE SPACES.
008800     05  FILLER                     PIC X(48) VALUE
008900         'SUPPLIER CLAIMS STORE - DAILY CWF FEED LOAD'.
009000
009100 01  RPT-HEADING-2.
009200     05  FILLER                     PIC X(05) VALUE SPACES.
009300     05  FILLER                     PIC X(04) VALUE 'SRC'.
009400     05  FILLER                     PIC X(12) VALUE 'SUPPLIER'.
009500     05  FILLER                     PIC X(17) VALUE 'CLAIM'.
009600     05  FILLER                     PIC X(05) VALUE 'LINE'.
009700     05  FILLER                     PIC X(13) VALUE 'MBI'.
009800     05  FILLER                     PIC X(10) VALUE 'DOS'.
009900     05  FILLER                     PIC X(07) VALUE 'HCPCS'.
010000     05  FILLER                     PIC X(23) VALUE 'RESULT'.
010100
010200 01  RPT-DETAIL-LINE.
010300     05  FILLER                     PIC X(05) VALUE SPACES.
010400     05  RPT-SOURCE-CODE            PIC X(01).
010500     05  FILLER                     PIC X(03) VALUE SPACES.
010600     05  RPT-SUPPLIER-ID            PIC X(10).
010700     05  FILLER                     PIC X(02) VALUE SPACES.
010800     05  RPT-SUPPLIER-CLAIM-NUMBER  PIC X(15).
010900     05  FILLER                     PIC X(02) VALUE SPACES.
011000     05  RPT-LINE-NUMBER            PIC ZZ9.
011100     05  FILLER                     PIC X(02) VALUE SPACES.
011200     05  RPT-MBI                    PIC X(11).
011300     05  FILLER                     PIC X(02) VALUE SPACES.
011400     05  RPT-DATE-OF-SERVICE        PIC 9(08).
011500     05  FILLER                     PIC X(02) VALUE SPACES.
011600     05  RPT-HCPCS-CODE             PIC X(05).
011700     05  FILLER                     PIC X(02) VALUE SPACES.
011800     05  RPT-RESULT-TEXT            PIC X(24).
011900
012000 01  RPT-BALANCE-LINE.
012100     05  FILLER                     PIC X(05) VALUE SPACES.
012200     05  RPT-BAL-TEXT               PIC X(30).
012300     05  RPT-BAL-COMPUTED           PIC ZZZ,ZZZ,ZZ9.99.
012400     05  FILLER                     PIC X(02) VALUE SPACES.
012500     05  RPT-BAL-TRAILER            PIC ZZZ,ZZZ,ZZ9.99.
012600     05  FILLER                     PIC X(02) VALUE SPACES.
012700     05  RPT-BAL-FLAG               PIC X(12).
012800
012900 01  RPT-TOTAL-LINE.
013000     05  FILLER                     PIC X(05) VALUE SPACES.
013100     05  RPT-TOTAL-TEXT             PIC X(30).
013200     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
013300     05  FILLER                     PIC X(02) VALUE SPACES.
013400     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
013500/
013600 PROCEDURE DIVISION.
013700
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE.
014000     PERFORM 2000-PROVE-FEED UNTIL END-OF-FILE.
014100     PERFORM 2500-CHECK-TRAILER.
014200     IF FILE-IN-BALANCE  THEN
014300        CLOSE SUPPLIER-FEED-IN
014400        OPEN INPUT SUPPLIER-FEED-IN
014500        MOVE 'N'                    TO WS-EOF-SWITCH
014600        PERFORM 3900-READ-NEXT-LINE
014700        PERFORM 3000-LOAD-LINE UNTIL END-OF-FILE
014800     ELSE
014900        DISPLAY 'ESCALSCL - SCFEED OUT OF BALANCE TO ITS TRAILER '
015000           '- NOTHING LOADED'
015100        MOVE 16                     TO RETURN-CODE
015200     END-IF.
015300     PERFORM 6000-PRINT-RUN-TOTALS.
015400     PERFORM 7000-TERMINATE.
015500     GOBACK.
015600/
015700 1000-INITIALIZE.
015800     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
015900
016000     OPEN INPUT  SUPPLIER-FEED-IN.
016100     OPEN I-O    SUPPLIER-CLAIMS.
016200     OPEN OUTPUT LOAD-REPORT.
016300
016400     WRITE SCLRPT-RECORD         FROM RPT-HEADING-1.
016500     WRITE SCLRPT-RECORD         FROM RPT-HEADING-2.
016600
016700     PERFORM 2900-READ-NEXT-LINE.
016800/
016900******************************************************************
017000*  THE FIRST PASS ONLY COUNTS - THE LINE COUNT AND PAID DOLLARS  *
017100*  MUST PROVE TO THE CWF TRAILER BEFORE ANY LINE IS STORED, SO A *
017200*  TRUNCATED FEED CANNOT LEAVE HALF A DAY ON THE STORE.          *
017300******************************************************************
017400 2000-PROVE-FEED.
017500     ADD 1                          TO WS-IN-DETAIL-COUNT.
017600     ADD SCF-PAID-AMT               TO WS-IN-PAID-TOTAL.
017700     PERFORM 2900-READ-NEXT-LINE.
017800/
017900 2500-CHECK-TRAILER.
018000     MOVE 'LINES ON FEED . . . . . . .'  TO RPT-BAL-TEXT.
018100     MOVE WS-IN-DETAIL-COUNT        TO RPT-BAL-COMPUTED.
018200     MOVE WS-IN-TRL-LINE-COUNT      TO RPT-BAL-TRAILER.
018300     IF WS-IN-DETAIL-COUNT NOT = WS-IN-TRL-LINE-COUNT  THEN
018400        MOVE 'N'                    TO WS-BALANCE-SWITCH
018500        MOVE '*** OUT ***'          TO RPT-BAL-FLAG
018600     ELSE
018700        MOVE SPACES                 TO RPT-BAL-FLAG
018800     END-IF.
018900     WRITE SCLRPT-RECORD  FROM RPT-BALANCE-LINE.
019000
019100     MOVE 'PAID DOLLARS  . . . . . . .'  TO RPT-BAL-TEXT.
019200     MOVE WS-IN-PAID-TOTAL          TO RPT-BAL-COMPUTED.
019300     MOVE WS-IN-TRL-PAID-TOTAL      TO RPT-BAL-TRAILER.
019400     IF WS-IN-PAID-TOTAL NOT = WS-IN-TRL-PAID-TOTAL  THEN
019500        MOVE 'N'                    TO WS-BALANCE-SWITCH
019600        MOVE '*** OUT ***'          TO RPT-BAL-FLAG
019700     ELSE
019800        MOVE SPACES                 TO RPT-BAL-FLAG
019900     END-IF.
020000     WRITE SCLRPT-RECORD  FROM RPT-BALANCE-LINE.
020100/
020200 2900-READ-NEXT-LINE.
020300     READ SUPPLIER-FEED-IN
020400         AT END
020500           MOVE 'Y'                 TO WS-EOF-SWITCH
020600           IF TRAILER-NOT-RECEIVED  THEN
020700              MOVE 'N'              TO WS-BALANCE-SWITCH
020800              DISPLAY 'ESCALSCL - SCFEED HAS NO TRAILER RECORD - '
020900                 'FILE MAY BE TRUNCATED'
021000           END-IF
021100         NOT AT END
021200           IF SCF-IS-TRAILER  THEN
021300              MOVE 'Y'              TO WS-TRAILER-RECEIVED-SWITCH
021400              MOVE SCF-TRL-LINE-COUNT TO WS-IN-TRL-LINE-COUNT
021500              MOVE SCF-TRL-PAID-TOTAL TO WS-IN-TRL-PAID-TOTAL
021600              MOVE 'Y'              TO WS-EOF-SWITCH
021700           END-IF
021800     END-READ.
021900/
022000******************************************************************
022100*  THE SECOND PASS STORES EACH LINE UNEDITED.  A LINE THE EDIT   *
022200*  COULD NEVER MATCH - NO MBI, NO USABLE DATE OF SERVICE, NO     *
022300*  HCPCS, OR AN UNKNOWN SOURCE - IS REJECTED TO THE REPORT; A    *
022400*  LINE ALREADY STORED IS LEFT AS IT STANDS, EDIT RESULT AND ALL.*
022500******************************************************************
022600 3000-LOAD-LINE.
022700     MOVE SCF-SOURCE-CODE           TO RPT-SOURCE-CODE.
022800     MOVE SCF-SUPPLIER-ID           TO RPT-SUPPLIER-ID.
022900     MOVE SCF-SUPPLIER-CLAIM-NUMBER TO RPT-SUPPLIER-CLAIM-NUMBER.
023000     MOVE SCF-LINE-NUMBER           TO RPT-LINE-NUMBER.
023100     MOVE SCF-MBI                   TO RPT-MBI.
023200     MOVE SCF-DATE-OF-SERVICE       TO RPT-DATE-OF-SERVICE.
023300     MOVE SCF-HCPCS-CODE            TO RPT-HCPCS-CODE.
023400
023500     IF SCF-MBI = SPACES  OR
023600        SCF-HCPCS-CODE = SPACES  OR
023700        SCF-SUPPLIER-ID = SPACES  OR
023800        SCF-DATE-OF-SERVICE NOT NUMERIC  OR
023900        SCF-DATE-OF-SERVICE = ZERO  OR
024000        NOT (SCF-FROM-CARRIER  OR  SCF-FROM-DME-MAC)  THEN
024100        ADD 1                       TO WS-REJECTED-COUNT
024200        ADD SCF-PAID-AMT            TO WS-REJECTED-TOTAL
024300        MOVE 'INCOMPLETE - REJECTED' TO RPT-RESULT-TEXT
024400        WRITE SCLRPT-RECORD  FROM RPT-DETAIL-LINE
024500     ELSE
024600        MOVE SCF-MBI                TO SCLM-MBI
024700        MOVE SCF-DATE-OF-SERVICE    TO SCLM-DATE-OF-SERVICE
024800        MOVE SCF-SOURCE-CODE        TO SCLM-SOURCE-CODE
024900        MOVE SCF-SUPPLIER-ID        TO SCLM-SUPPLIER-ID
025000        MOVE SCF-SUPPLIER-CLAIM-NUMBER TO
025100                                       SCLM-SUPPLIER-CLAIM-NUMBER
025200        MOVE SCF-LINE-NUMBER        TO SCLM-LINE-NUMBER
025300        READ SUPPLIER-CLAIMS
025400            INVALID KEY     MOVE 'N' TO WS-FOUND-SWITCH
025500            NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SWITCH
025600        END-READ
025700        IF CLAIM-LINE-FOUND  THEN
025800           ADD 1                    TO WS-DUPLICATE-COUNT
025900           ADD SCF-PAID-AMT         TO WS-DUPLICATE-TOTAL
026000           MOVE 'ALREADY STORED - SKIPPED' TO RPT-RESULT-TEXT
026100           WRITE SCLRPT-RECORD  FROM RPT-DETAIL-LINE
026200        ELSE
026300           PERFORM 3100-STORE-LINE
026400        END-IF
026500     END-IF.
026600
026700     PERFORM 3900-READ-NEXT-LINE.
026800/
026900 3100-STORE-LINE.
027000     INITIALIZE SUPPLIER-CLAIM-RECORD.
027100     MOVE SCF-MBI                   TO SCLM-MBI.
027200     MOVE SCF-DATE-OF-SERVICE       TO SCLM-DATE-OF-SERVICE.
027300     MOVE SCF-SOURCE-CODE           TO SCLM-SOURCE-CODE.
027400     MOVE SCF-SUPPLIER-ID           TO SCLM-SUPPLIER-ID.
027500     MOVE SCF-SUPPLIER-CLAIM-NUMBER TO SCLM-SUPPLIER-CLAIM-NUMBER.
027600     MOVE SCF-LINE-NUMBER           TO SCLM-LINE-NUMBER.
027700     MOVE SCF-HCPCS-CODE            TO SCLM-HCPCS-CODE.
027800     PERFORM 3110-MOVE-ONE-MODIFIER
027900        VARYING WS-MOD-SUB FROM 1 BY 1
028000        UNTIL WS-MOD-SUB > 4.
028100     MOVE SCF-UNITS                 TO SCLM-UNITS.
028200     MOVE SCF-PAID-AMT              TO SCLM-PAID-AMT.
028300     MOVE SCF-PAID-DATE             TO SCLM-PAID-DATE.
028400     MOVE WS-TODAY                  TO SCLM-RECEIVED-DATE.
028500     MOVE SPACE                     TO SCLM-CB-STATUS.
028600     MOVE ZERO                      TO SCLM-CB-EDIT-DATE.
028700     MOVE SPACES                    TO SCLM-FACILITY-PROVIDER
028800                                       SCLM-FACILITY-CLAIM-NUMBER.
028900     WRITE SUPPLIER-CLAIM-RECORD.
029000     ADD 1                          TO WS-LOADED-COUNT.
029100     ADD SCF-PAID-AMT               TO WS-LOADED-TOTAL.
029200/
029300 3110-MOVE-ONE-MODIFIER.
029400     MOVE SCF-MODIFIER (WS-MOD-SUB) TO SCLM-MODIFIER (WS-MOD-SUB).
029500/
029600 3900-READ-NEXT-LINE.
029700     READ SUPPLIER-FEED-IN
029800         AT END MOVE 'Y'            TO WS-EOF-SWITCH
029900         NOT AT END
030000           IF SCF-IS-TRAILER  THEN
030100              MOVE 'Y'              TO WS-EOF-SWITCH
030200           END-IF
030300     END-READ.
030400/
030500 6000-PRINT-RUN-TOTALS.
030600     MOVE 'LINES STORED  . . . . . . .'  TO RPT-TOTAL-TEXT.
030700     MOVE WS-LOADED-COUNT           TO RPT-TOTAL-COUNT.
030800     MOVE WS-LOADED-TOTAL           TO RPT-TOTAL-AMT.
030900     WRITE SCLRPT-RECORD  FROM RPT-TOTAL-LINE.
031000
031100     MOVE 'ALREADY ON STORE  . . . . .'  TO RPT-TOTAL-TEXT.
031200     MOVE WS-DUPLICATE-COUNT        TO RPT-TOTAL-COUNT.
031300     MOVE WS-DUPLICATE-TOTAL        TO RPT-TOTAL-AMT.
031400     WRITE SCLRPT-RECORD  FROM RPT-TOTAL-LINE.
031500
031600     MOVE 'LINES REJECTED  . . . . . .'  TO RPT-TOTAL-TEXT.
031700     MOVE WS-REJECTED-COUNT         TO RPT-TOTAL-COUNT.
031800     MOVE WS-REJECTED-TOTAL         TO RPT-TOTAL-AMT.
031900     WRITE SCLRPT-RECORD  FROM RPT-TOTAL-LINE.
032000/
032100 7000-TERMINATE.
032200     CLOSE SUPPLIER-FEED-IN
032300           SUPPLIER-CLAIMS
032400           LOAD-REPORT.
