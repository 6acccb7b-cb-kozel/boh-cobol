000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALERS.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALERS - NEW PROGRAM
000700*         - EXTENDED REPAYMENT SCHEDULE PLAN-STATUS REPORT.  RUNS
000800*           NIGHTLY BEHIND ESCALRCV AND ESCALDMD, SO TONIGHT'S
000900*           OFFSETS, CHECKS, AND DEFAULTS ARE ALREADY ON ERSFILE.
001000*           LISTS EVERY PLAN NOT YET COMPLETE WITH ITS
001100*           INSTALLMENT, HOW MANY HAVE BEEN MET, THE NEXT DUE
001200*           DATE, WHAT IS DUE NOW, HOW MANY DAYS LATE IT IS, AND
001300*           THE RECEIVABLE'S REMAINING BALANCE: CURRENT (NEXT
001400*           INSTALLMENT NOT YET DUE), DUE (DUE TODAY), DELINQUENT
001500*           (PAST ITS DUE DATE, STILL INSIDE ITS GRACE DAYS), OR
001600*           DEFAULTED (BACK ON FULL RECOUPMENT - THE WHOLE BALANCE
001700*           IS DUE).
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-Z990.
002300 OBJECT-COMPUTER.            IBM-Z990.
002400 INPUT-OUTPUT  SECTION.
002500 FILE-CONTROL.
002600     SELECT ERS-FILE             ASSIGN TO ERSFILE
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS ERS-RECORD-KEY.
003000     SELECT RECEIVABLE-FILE      ASSIGN TO RCVFILE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS RCV-RECORD-KEY.
003400     SELECT PLAN-STATUS-REPORT   ASSIGN TO ERSRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ERS-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 COPY ERSMCPY.
004200/
004300 FD  RECEIVABLE-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 COPY RCVFCPY.
004600/
004700 FD  PLAN-STATUS-REPORT
004800     LABEL RECORDS ARE STANDARD
004900     RECORDING MODE IS F.
005000 01  ERSRPT-RECORD                  PIC X(120).
005100/
005200 WORKING-STORAGE SECTION.
005300 01  W-STORAGE-REF                  PIC X(46) VALUE
005400     'ESCALERS      - W O R K I N G   S T O R A G E'.
005500
005600 01  WS-ERS-EOF-SWITCH              PIC X(01) VALUE 'N'.
005700     88  ERS-END-OF-FILE                       VALUE 'Y'.
005800     88  ERS-NOT-END-OF-FILE                   VALUE 'N'.
005900 01  WS-RCV-FOUND-SWITCH            PIC X(01).
006000     88  RCV-RECORD-FOUND                      VALUE 'Y'.
006100     88  RCV-RECORD-NOT-FOUND                  VALUE 'N'.
006200
006300 01  WS-TODAY                       PIC 9(08).
006400 01  WS-TODAY-INT                   PIC S9(09).
006500 01  WS-DUE-INT                     PIC S9(09).
006600 01  WS-DAYS-LATE                   PIC S9(09).
006700
006800******************************************************************
006900*  INSTALLMENTS MET - THE MONTHS FROM THE START DATE TO THE NEXT *
007000*  DUE DATE, SINCE THE DUE DATE MOVES ON A MONTH PER INSTALLMENT.*
007100******************************************************************
007200 01  WS-START-DATE                  PIC 9(08).
007300 01  WS-START-DATE-R  REDEFINES  WS-START-DATE.
007400     05  WS-START-YYYY              PIC 9(04).
007500     05  WS-START-MM                PIC 9(02).
007600     05  WS-START-DD                PIC 9(02).
007700 01  WS-NEXT-DUE-DATE               PIC 9(08).
007800 01  WS-NEXT-DUE-DATE-R  REDEFINES  WS-NEXT-DUE-DATE.
007900     05  WS-NEXT-DUE-YYYY           PIC 9(04).
008000     05  WS-NEXT-DUE-MM             PIC 9(02).
008100     05  WS-NEXT-DUE-DD             PIC 9(02).
008200 01  WS-INSTALLMENTS-MET            PIC S9(05).
008300
008400 01  WS-BALANCE-AMT                 PIC S9(09)V9(02).
008500 01  WS-DUE-NOW-AMT                 PIC S9(09)V9(02).
008600
008700 01  WS-CURRENT-COUNT               PIC 9(07) VALUE ZERO.
008800 01  WS-CURRENT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
008900 01  WS-DUE-COUNT                   PIC 9(07) VALUE ZERO.
009000 01  WS-DUE-TOTAL                   PIC 9(11)V9(02) VALUE ZERO.
009100 01  WS-DELINQUENT-COUNT            PIC 9(07) VALUE ZERO.
009200 01  WS-DELINQUENT-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
009300 01  WS-DEFAULTED-COUNT             PIC 9(07) VALUE ZERO.
009400 01  WS-DEFAULTED-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
009500 01  WS-COMPLETED-COUNT             PIC 9(07) VALUE ZERO.
009600
009700 01  RPT-HEADING-1.
009800     05  FILLER                     PIC X(05) VALUE SPACES.
009900     05  FILLER                     PIC X(48) VALUE
010000         'EXTENDED REPAYMENT SCHEDULE - PLAN STATUS'.
010100     05  FILLER                     PIC X(06) VALUE 'DATE: '.
010200     05  RPT-HDR-DATE               PIC 9(08).
010300
010400 01  RPT-HEADING-2.
010500     05  FILLER                     PIC X(05) VALUE SPACES.
010600     05  FILLER                     PIC X(07) VALUE 'PROV'.
010700     05  FILLER                     PIC X(14) VALUE 'CLAIM'.
010800     05  FILLER                     PIC X(09) VALUE 'SETUP'.
010900     05  FILLER                     PIC X(04) VALUE 'TRM'.
011000     05  FILLER                     PIC X(04) VALUE 'MET'.
011100     05  FILLER                     PIC X(13) VALUE
011200         ' INSTALLMENT'.
011300     05  FILLER                     PIC X(09) VALUE 'NEXT DUE'.
011400     05  FILLER                     PIC X(13) VALUE
011500         '     DUE NOW'.
011600     05  FILLER                     PIC X(05) VALUE 'LATE'.
011700     05  FILLER                     PIC X(13) VALUE
011800         '     BALANCE'.
011900     05  FILLER                     PIC X(12) VALUE 'STATUS'.
012000
012100 01  RPT-DETAIL-LINE.
012200     05  FILLER                     PIC X(05) VALUE SPACES.
012300     05  RPT-PROVIDER               PIC X(06).
012400     05  FILLER                     PIC X(01) VALUE SPACES.
012500     05  RPT-CLAIM-NUMBER           PIC X(13).
012600     05  FILLER                     PIC X(01) VALUE SPACES.
012700     05  RPT-SETUP-DATE             PIC 9(08).
012800     05  FILLER                     PIC X(01) VALUE SPACES.
012900     05  RPT-TERM-MONTHS            PIC ZZ9.
013000     05  FILLER                     PIC X(01) VALUE SPACES.
013100     05  RPT-INSTALLMENTS-MET       PIC ZZ9.
013200     05  FILLER                     PIC X(01) VALUE SPACES.
013300     05  RPT-INSTALLMENT-AMT        PIC Z,ZZZ,ZZ9.99.
013400     05  FILLER                     PIC X(01) VALUE SPACES.
013500     05  RPT-NEXT-DUE-DATE          PIC 9(08).
013600     05  FILLER                     PIC X(01) VALUE SPACES.
013700     05  RPT-DUE-NOW-AMT            PIC Z,ZZZ,ZZ9.99.
013800     05  FILLER                     PIC X(01) VALUE SPACES.
013900     05  RPT-DAYS-LATE              PIC ZZZ9.
014000     05  FILLER                     PIC X(01) VALUE SPACES.
014100     05  RPT-BALANCE-AMT            PIC Z,ZZZ,ZZ9.99.
014200     05  FILLER                     PIC X(01) VALUE SPACES.
014300     05  RPT-STATUS-TEXT            PIC X(12).
014400
014500 01  RPT-TOTAL-LINE.
014600     05  FILLER                     PIC X(05) VALUE SPACES.
014700     05  RPT-TOTAL-TEXT             PIC X(30).
014800     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
014900     05  FILLER                     PIC X(02) VALUE SPACES.
015000     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
015100/
015200 PROCEDURE DIVISION.
015300
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE.
015600     PERFORM 2000-REPORT-ONE-PLAN UNTIL ERS-END-OF-FILE.
015700     PERFORM 6000-PRINT-RUN-TOTALS.
015800     PERFORM 7000-TERMINATE.
015900     GOBACK.
016000/
016100 1000-INITIALIZE.
016200     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
016300     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
016400
016500     OPEN INPUT  ERS-FILE.
016600     OPEN INPUT  RECEIVABLE-FILE.
016700     OPEN OUTPUT PLAN-STATUS-REPORT.
016800
016900     MOVE WS-TODAY                  TO RPT-HDR-DATE.
017000     WRITE ERSRPT-RECORD         FROM RPT-HEADING-1.
017100     WRITE ERSRPT-RECORD         FROM RPT-HEADING-2.
017200
017300     MOVE LOW-VALUES                TO ERS-RECORD-KEY.
017400     START ERS-FILE KEY IS >= ERS-RECORD-KEY
017500         INVALID KEY MOVE 'Y'       TO WS-ERS-EOF-SWITCH
017600     END-START.
017700/
017800******************************************************************
017900*  ONE PLAN.  A COMPLETED PLAN, OR ONE WHOSE RECEIVABLE HAS      *
018000*  CLOSED OR GONE, IS COUNTED BUT NOT LISTED.                    *
018100******************************************************************
018200 2000-REPORT-ONE-PLAN.
018300     READ ERS-FILE NEXT RECORD
018400         AT END MOVE 'Y'            TO WS-ERS-EOF-SWITCH
018500         NOT AT END
018600           PERFORM 2100-READ-RECEIVABLE
018700           IF ERS-COMPLETED  OR  RCV-RECORD-NOT-FOUND  OR
018800              RCV-STATUS-CLOSED  THEN
018900              ADD 1                 TO WS-COMPLETED-COUNT
019000           ELSE
019100              PERFORM 2200-PRINT-PLAN
019200           END-IF
019300     END-READ.
019400/
019500 2100-READ-RECEIVABLE.
019600     MOVE ERS-RECORD-KEY            TO RCV-RECORD-KEY.
019700     READ RECEIVABLE-FILE
019800         INVALID KEY     MOVE 'N'   TO WS-RCV-FOUND-SWITCH
019900         NOT INVALID KEY MOVE 'Y'   TO WS-RCV-FOUND-SWITCH
020000     END-READ.
020100/
020200******************************************************************
020300*  WHAT IS DUE NOW: FOR A PLAN IN GOOD STANDING, WHAT IS STILL   *
020400*  OWED ON THE CURRENT INSTALLMENT ONCE ITS DUE DATE HAS COME    *
020500*  (NEVER MORE THAN THE BALANCE); FOR A DEFAULTED PLAN, THE      *
020600*  WHOLE BALANCE.  DAYS LATE COUNT FROM THE MISSED DUE DATE.     *
020700******************************************************************
020800 2200-PRINT-PLAN.
020900     COMPUTE WS-BALANCE-AMT =
021000        RCV-ORIGINAL-AMT - RCV-RECOVERED-AMT
021100        + RCV-INTEREST-ACCRUED-AMT - RCV-INTEREST-PAID-AMT.
021200     IF WS-BALANCE-AMT < ZERO  THEN
021300        MOVE ZERO                   TO WS-BALANCE-AMT
021400     END-IF.
021500
021600     COMPUTE WS-DUE-INT =
021700        FUNCTION INTEGER-OF-DATE(ERS-NEXT-DUE-DATE).
021800     COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUE-INT.
021900     IF WS-DAYS-LATE < ZERO  THEN
022000        MOVE ZERO                   TO WS-DAYS-LATE
022100     END-IF.
022200
022300     MOVE ERS-START-DATE            TO WS-START-DATE.
022400     MOVE ERS-NEXT-DUE-DATE         TO WS-NEXT-DUE-DATE.
022500     COMPUTE WS-INSTALLMENTS-MET =
022600        (WS-NEXT-DUE-YYYY - WS-START-YYYY) * 12
022700        + WS-NEXT-DUE-MM - WS-START-MM.
022800
022900     EVALUATE TRUE
023000        WHEN ERS-DEFAULTED
023100           MOVE WS-BALANCE-AMT      TO WS-DUE-NOW-AMT
023200           MOVE 'DEFAULTED'         TO RPT-STATUS-TEXT
023300           ADD 1                    TO WS-DEFAULTED-COUNT
023400           ADD WS-BALANCE-AMT       TO WS-DEFAULTED-TOTAL
023500        WHEN ERS-NEXT-DUE-DATE > WS-TODAY
023600           MOVE ZERO                TO WS-DUE-NOW-AMT
023700           MOVE 'CURRENT'           TO RPT-STATUS-TEXT
023800           ADD 1                    TO WS-CURRENT-COUNT
023900           ADD WS-BALANCE-AMT       TO WS-CURRENT-TOTAL
024000        WHEN OTHER
024100           COMPUTE WS-DUE-NOW-AMT =
024200              ERS-INSTALLMENT-AMT - ERS-PERIOD-COLLECTED-AMT
024300           IF WS-DUE-NOW-AMT > WS-BALANCE-AMT  THEN
024400              MOVE WS-BALANCE-AMT   TO WS-DUE-NOW-AMT
024500           END-IF
024600           IF WS-DAYS-LATE = ZERO  THEN
024700              MOVE 'DUE'            TO RPT-STATUS-TEXT
024800              ADD 1                 TO WS-DUE-COUNT
024900              ADD WS-DUE-NOW-AMT    TO WS-DUE-TOTAL
025000           ELSE
025100              MOVE 'DELINQUENT'     TO RPT-STATUS-TEXT
025200              ADD 1                 TO WS-DELINQUENT-COUNT
025300              ADD WS-DUE-NOW-AMT    TO WS-DELINQUENT-TOTAL
025400           END-IF
025500     END-EVALUATE.
025600
025700     MOVE ERS-PROVIDER-NUMBER       TO RPT-PROVIDER.
025800     MOVE ERS-CLAIM-NUMBER          TO RPT-CLAIM-NUMBER.
025900     MOVE ERS-SETUP-DATE            TO RPT-SETUP-DATE.
026000     MOVE ERS-TERM-MONTHS           TO RPT-TERM-MONTHS.
026100     MOVE WS-INSTALLMENTS-MET       TO RPT-INSTALLMENTS-MET.
026200     MOVE ERS-INSTALLMENT-AMT       TO RPT-INSTALLMENT-AMT.
026300     MOVE ERS-NEXT-DUE-DATE         TO RPT-NEXT-DUE-DATE.
026400     MOVE WS-DUE-NOW-AMT            TO RPT-DUE-NOW-AMT.
026500     MOVE WS-DAYS-LATE              TO RPT-DAYS-LATE.
026600     MOVE WS-BALANCE-AMT            TO RPT-BALANCE-AMT.
026700     WRITE ERSRPT-RECORD  FROM RPT-DETAIL-LINE.
026800/
026900 6000-PRINT-RUN-TOTALS.
027000     MOVE 'PLANS CURRENT - BALANCE . .'  TO RPT-TOTAL-TEXT.
027100     MOVE WS-CURRENT-COUNT          TO RPT-TOTAL-COUNT.
027200     MOVE WS-CURRENT-TOTAL          TO RPT-TOTAL-AMT.
027300     WRITE ERSRPT-RECORD  FROM RPT-TOTAL-LINE.
027400
027500     MOVE 'INSTALLMENTS DUE TODAY  . .'  TO RPT-TOTAL-TEXT.
027600     MOVE WS-DUE-COUNT              TO RPT-TOTAL-COUNT.
027700     MOVE WS-DUE-TOTAL              TO RPT-TOTAL-AMT.
027800     WRITE ERSRPT-RECORD  FROM RPT-TOTAL-LINE.
027900
028000     MOVE 'INSTALLMENTS DELINQUENT . .'  TO RPT-TOTAL-TEXT.
028100     MOVE WS-DELINQUENT-COUNT       TO RPT-TOTAL-COUNT.
028200     MOVE WS-DELINQUENT-TOTAL       TO RPT-TOTAL-AMT.
028300     WRITE ERSRPT-RECORD  FROM RPT-TOTAL-LINE.
028400
028500     MOVE 'PLANS DEFAULTED - BALANCE .'  TO RPT-TOTAL-TEXT.
028600     MOVE WS-DEFAULTED-COUNT        TO RPT-TOTAL-COUNT.
028700     MOVE WS-DEFAULTED-TOTAL        TO RPT-TOTAL-AMT.
028800     WRITE ERSRPT-RECORD  FROM RPT-TOTAL-LINE.
028900
029000     MOVE 'PLANS COMPLETED . . . . . .'  TO RPT-TOTAL-TEXT.
029100     MOVE WS-COMPLETED-COUNT        TO RPT-TOTAL-COUNT.
029200     MOVE ZERO                      TO RPT-TOTAL-AMT.
029300     WRITE ERSRPT-RECORD  FROM RPT-TOTAL-LINE.
029400/
029500 7000-TERMINATE.
029600     CLOSE ERS-FILE
029700           RECEIVABLE-FILE
029800           PLAN-STATUS-REPORT.
