000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCHP.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCHP - NEW PROGRAM
000700*         - PAPER CHECK WRITER.  READS THE CHECK PRINT WORK FILE
000800*           (CHKSTUB FROM ESCALEFT AND CHKSTUBR FROM ESCALCKM,
000900*           DELIVERED BY THE SCHEDULER SORT STEP IN CHECK-NUMBER
001000*           AND RECORD-TYPE ORDER) AND PRINTS EACH CHECK FACE
001100*           FOLLOWED BY ITS STUB - ONE LINE PER REMIT DETAIL THE
001200*           CHECK PAYS, FOOTED TO THE CHECK AMOUNT - SO THE
001300*           PROVIDER CAN POST THE PAYMENT CLAIM BY CLAIM.  A
001400*           REISSUE PRINTS THE NUMBER AND DATE OF THE CHECK IT
001500*           REPLACES INSTEAD OF A STUB.  A STUB THAT DOES NOT
001600*           FOOT TO ITS CHECK IS FLAGGED ON THE CHECK AND COUNTED
001700*           ON THE RUN TOTALS.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.            IBM-Z990.
002300 OBJECT-COMPUTER.            IBM-Z990.
002400 INPUT-OUTPUT  SECTION.
002500 FILE-CONTROL.
002600     SELECT CHECK-PRINT-IN       ASSIGN TO CHKSORT
002700         ORGANIZATION IS SEQUENTIAL.
002800     SELECT CHECK-PRINT-OUT      ASSIGN TO CHKPRT
002900         ORGANIZATION IS SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CHECK-PRINT-IN
003400     LABEL RECORDS ARE STANDARD
003500     RECORDING MODE IS F.
003600 COPY CHKSCPY.
003700/
003800 FD  CHECK-PRINT-OUT
003900     LABEL RECORDS ARE STANDARD
004000     RECORDING MODE IS F.
004100 01  CHKPRT-RECORD                  PIC X(100).
004200/
004300 WORKING-STORAGE SECTION.
004400 01  W-STORAGE-REF                  PIC X(46) VALUE
004500     'ESCALCHP      - W O R K I N G   S T O R A G E'.
004600
004700 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
004800     88  END-OF-FILE                           VALUE 'Y'.
004900     88  NOT-END-OF-FILE                       VALUE 'N'.
005000
005100 01  WS-CHECK-OPEN-SWITCH           PIC X(01) VALUE 'N'.
005200     88  CHECK-OPEN                            VALUE 'Y'.
005300     88  NO-CHECK-OPEN                         VALUE 'N'.
005400
005500 01  WS-CURRENT-CHECK-NUMBER        PIC 9(10) VALUE ZERO.
005600 01  WS-CURRENT-CHECK-AMT           PIC 9(09)V9(02) VALUE ZERO.
005700 01  WS-CURRENT-IS-REISSUE          PIC X(01) VALUE 'N'.
005800     88  CURRENT-IS-REISSUE                    VALUE 'Y'.
005900 01  WS-STUB-TOTAL                  PIC S9(09)V9(02) VALUE ZERO.
006000 01  WS-STUB-LINE-COUNT             PIC 9(05) VALUE ZERO.
006100
006200 01  WS-CHECK-COUNT                 PIC 9(07) VALUE ZERO.
006300 01  WS-CHECK-TOTAL                 PIC 9(11)V9(02) VALUE ZERO.
006400 01  WS-REISSUE-COUNT               PIC 9(07) VALUE ZERO.
006500 01  WS-STUB-COUNT                  PIC 9(07) VALUE ZERO.
006600 01  WS-NOT-FOOTED-COUNT            PIC 9(07) VALUE ZERO.
006700 01  WS-ORPHAN-STUB-COUNT           PIC 9(07) VALUE ZERO.
006800
006900 01  PRT-SEPARATOR-LINE.
007000     05  FILLER                     PIC X(05) VALUE SPACES.
007100     05  FILLER                     PIC X(80) VALUE ALL '-'.
007200
007300 01  PRT-FACE-LINE-1.
007400     05  FILLER                     PIC X(05) VALUE SPACES.
007500     05  FILLER                     PIC X(10) VALUE 'CHECK NO.'.
007600     05  PRT-CHECK-NUMBER           PIC 9(10).
007700     05  FILLER                     PIC X(20) VALUE SPACES.
007800     05  FILLER                     PIC X(06) VALUE 'DATE'.
007900     05  PRT-ISSUE-DATE             PIC 9(08).
008000
008100 01  PRT-FACE-LINE-2.
008200     05  FILLER                     PIC X(05) VALUE SPACES.
008300     05  FILLER                     PIC X(21) VALUE
008400         'PAY TO THE ORDER OF'.
008500     05  PRT-PAYEE-NAME             PIC X(35).
008600     05  FILLER                     PIC X(03) VALUE SPACES.
008700     05  PRT-CHECK-AMT              PIC $***,***,**9.99.
008800
008900 01  PRT-FACE-LINE-3.
009000     05  FILLER                     PIC X(26) VALUE SPACES.
009100     05  PRT-PAYEE-ADDRESS          PIC X(35).
009200
009300 01  PRT-FACE-LINE-4.
009400     05  FILLER                     PIC X(26) VALUE SPACES.
009500     05  PRT-PAYEE-CITY             PIC X(20).
009600     05  FILLER                     PIC X(01) VALUE SPACES.
009700     05  PRT-PAYEE-STATE            PIC X(02).
009800     05  FILLER                     PIC X(01) VALUE SPACES.
009900     05  PRT-PAYEE-ZIP              PIC X(09).
010000
010100 01  PRT-FACE-LINE-5.
010200     05  FILLER                     PIC X(05) VALUE SPACES.
010300     05  FILLER                     PIC X(13) VALUE
010350         'PROVIDER CCN'.
010400     05  PRT-PROVIDER-NUMBER        PIC X(06).
010500     05  FILLER                     PIC X(04) VALUE SPACES.
010600     05  FILLER                     PIC X(12) VALUE 'PAYMENT NBR'.
010700     05  PRT-PAY-DATE               PIC 9(08).
010800     05  PRT-PAY-SEQUENCE           PIC 9(05).
010900
011000 01  PRT-REISSUE-LINE.
011100     05  FILLER                     PIC X(05) VALUE SPACES.
011200     05  FILLER                     PIC X(17) VALUE
011300         'REISSUE OF CHECK'.
011400     05  PRT-ORIGINAL-CHECK-NBR     PIC 9(10).
011500     05  FILLER                     PIC X(09) VALUE ' ISSUED '.
011600     05  PRT-ORIGINAL-ISSUE-DATE    PIC 9(08).
011700
011800 01  PRT-STUB-HEADING.
011900     05  FILLER                     PIC X(05) VALUE SPACES.
012000     05  FILLER                     PIC X(16) VALUE
012050         'CLAIM NUMBER'.
012100     05  FILLER                     PIC X(06) VALUE 'TYPE'.
012200     05  FILLER                     PIC X(16) VALUE
012300         '   GROSS AMOUNT'.
012400     05  FILLER                     PIC X(18) VALUE
012500         '     PAID AMOUNT'.
012600     05  FILLER                     PIC X(06) VALUE 'CARC'.
012700     05  FILLER                     PIC X(03) VALUE 'RTC'.
012800
012900 01  PRT-STUB-LINE.
013000     05  FILLER                     PIC X(05) VALUE SPACES.
013100     05  PRT-STUB-CLAIM-NUMBER      PIC X(13).
013200     05  FILLER                     PIC X(04) VALUE SPACES.
013300     05  PRT-STUB-REMIT-TYPE        PIC X(01).
013400     05  FILLER                     PIC X(03) VALUE SPACES.
013500     05  PRT-STUB-GROSS-AMT         PIC Z,ZZZ,ZZ9.99.
013600     05  FILLER                     PIC X(03) VALUE SPACES.
013700     05  PRT-STUB-PAID-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
013800     05  FILLER                     PIC X(03) VALUE SPACES.
013900     05  PRT-STUB-CARC-CODE         PIC X(03).
014000     05  FILLER                     PIC X(03) VALUE SPACES.
014100     05  PRT-STUB-RTC               PIC 9(02).
014200
014300 01  PRT-STUB-TOTAL-LINE.
014400     05  FILLER                     PIC X(05) VALUE SPACES.
014500     05  FILLER                     PIC X(36) VALUE
014600         'STUB TOTAL'.
014700     05  PRT-STUB-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
014800     05  FILLER                     PIC X(03) VALUE SPACES.
014900     05  PRT-STUB-FLAG              PIC X(26).
015000
015100 01  RPT-TOTAL-LINE.
015200     05  FILLER                     PIC X(05) VALUE SPACES.
015300     05  RPT-TOTAL-TEXT             PIC X(30).
015400     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
015500     05  FILLER                     PIC X(02) VALUE SPACES.
015600     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
015700/
015800 PROCEDURE DIVISION.
015900
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE.
016200     PERFORM 2000-PRINT-ONE-RECORD UNTIL END-OF-FILE.
016300     IF CHECK-OPEN  THEN
016400        PERFORM 2300-CLOSE-CHECK
016500     END-IF.
016600     PERFORM 6000-PRINT-RUN-TOTALS.
016700     PERFORM 7000-TERMINATE.
016800     GOBACK.
016900/
017000 1000-INITIALIZE.
017100     OPEN INPUT  CHECK-PRINT-IN.
017200     OPEN OUTPUT CHECK-PRINT-OUT.
017300     PERFORM 2900-READ-NEXT-RECORD.
017400/
017500 2000-PRINT-ONE-RECORD.
017600     IF CHKS-CHECK-NUMBER NOT = WS-CURRENT-CHECK-NUMBER  AND
017700        CHECK-OPEN  THEN
017800        PERFORM 2300-CLOSE-CHECK
017900     END-IF.
018000
018100     EVALUATE TRUE
018200        WHEN CHKS-IS-FACE
018300           PERFORM 2100-PRINT-FACE
018400        WHEN CHKS-IS-STUB  AND  CHECK-OPEN
018500           PERFORM 2200-PRINT-STUB-LINE
018600        WHEN OTHER
018700           ADD 1                    TO WS-ORPHAN-STUB-COUNT
018800           DISPLAY 'ESCALCHP - STUB LINE FOR CHECK '
018900              CHKS-CHECK-NUMBER ' HAS NO CHECK FACE'
019000     END-EVALUATE.
019100
019200     PERFORM 2900-READ-NEXT-RECORD.
019300/
019400 2100-PRINT-FACE.
019500     MOVE 'Y'                       TO WS-CHECK-OPEN-SWITCH.
019600     MOVE CHKS-CHECK-NUMBER         TO WS-CURRENT-CHECK-NUMBER.
019700     MOVE CHKS-CHECK-AMT            TO WS-CURRENT-CHECK-AMT.
019800     MOVE ZERO                      TO WS-STUB-TOTAL
019900                                       WS-STUB-LINE-COUNT.
020000     ADD 1                          TO WS-CHECK-COUNT.
020100     ADD CHKS-CHECK-AMT             TO WS-CHECK-TOTAL.
020200
020300     WRITE CHKPRT-RECORD         FROM PRT-SEPARATOR-LINE.
020400     MOVE CHKS-CHECK-NUMBER         TO PRT-CHECK-NUMBER.
020500     MOVE CHKS-ISSUE-DATE           TO PRT-ISSUE-DATE.
020600     WRITE CHKPRT-RECORD         FROM PRT-FACE-LINE-1.
020700     MOVE CHKS-PAYEE-NAME           TO PRT-PAYEE-NAME.
020800     MOVE CHKS-CHECK-AMT            TO PRT-CHECK-AMT.
020900     WRITE CHKPRT-RECORD         FROM PRT-FACE-LINE-2.
021000     MOVE CHKS-PAYEE-ADDRESS        TO PRT-PAYEE-ADDRESS.
021100     WRITE CHKPRT-RECORD         FROM PRT-FACE-LINE-3.
021200     MOVE CHKS-PAYEE-CITY           TO PRT-PAYEE-CITY.
021300     MOVE CHKS-PAYEE-STATE          TO PRT-PAYEE-STATE.
021400     MOVE CHKS-PAYEE-ZIP            TO PRT-PAYEE-ZIP.
021500     WRITE CHKPRT-RECORD         FROM PRT-FACE-LINE-4.
021600     MOVE CHKS-PROVIDER-NUMBER      TO PRT-PROVIDER-NUMBER.
021700     MOVE CHKS-ISSUE-DATE           TO PRT-PAY-DATE.
021800     MOVE CHKS-PAY-SEQUENCE         TO PRT-PAY-SEQUENCE.
021900     WRITE CHKPRT-RECORD         FROM PRT-FACE-LINE-5.
022000
022100     IF CHKS-ORIGINAL-CHECK-NBR > ZERO  THEN
022200        MOVE 'Y'                    TO WS-CURRENT-IS-REISSUE
022300        ADD 1                       TO WS-REISSUE-COUNT
022400        MOVE CHKS-ORIGINAL-CHECK-NBR TO PRT-ORIGINAL-CHECK-NBR
022500        MOVE CHKS-ORIGINAL-ISSUE-DATE TO PRT-ORIGINAL-ISSUE-DATE
022600        WRITE CHKPRT-RECORD      FROM PRT-REISSUE-LINE
022700     ELSE
022800        MOVE 'N'                    TO WS-CURRENT-IS-REISSUE
022900        WRITE CHKPRT-RECORD      FROM PRT-STUB-HEADING
023000     END-IF.
023100/
023200 2200-PRINT-STUB-LINE.
023300     ADD 1                          TO WS-STUB-LINE-COUNT
023400                                       WS-STUB-COUNT.
023500     ADD CHKS-STUB-PAID-AMT         TO WS-STUB-TOTAL.
023600     MOVE CHKS-STUB-CLAIM-NUMBER    TO PRT-STUB-CLAIM-NUMBER.
023700     MOVE CHKS-STUB-REMIT-TYPE      TO PRT-STUB-REMIT-TYPE.
023800     MOVE CHKS-STUB-GROSS-AMT       TO PRT-STUB-GROSS-AMT.
023900     MOVE CHKS-STUB-PAID-AMT        TO PRT-STUB-PAID-AMT.
024000     MOVE CHKS-STUB-CARC-CODE       TO PRT-STUB-CARC-CODE.
024100     MOVE CHKS-STUB-RTC             TO PRT-STUB-RTC.
024200     WRITE CHKPRT-RECORD         FROM PRT-STUB-LINE.
024300/
024400******************************************************************
024500*  CLOSE A CHECK - FOOT THE STUB.  A REISSUE HAS NO STUB TO      *
024600*  FOOT; ITS ORIGINAL'S STUB WENT OUT WITH THE FIRST CHECK.      *
024700******************************************************************
024800 2300-CLOSE-CHECK.
024900     IF NOT CURRENT-IS-REISSUE  THEN
025000        MOVE WS-STUB-TOTAL          TO PRT-STUB-TOTAL
025100        IF WS-STUB-TOTAL NOT = WS-CURRENT-CHECK-AMT  THEN
025200           MOVE '*** DOES NOT FOOT ***' TO PRT-STUB-FLAG
025300           ADD 1                    TO WS-NOT-FOOTED-COUNT
025400           DISPLAY 'ESCALCHP - STUB FOR CHECK '
025500              WS-CURRENT-CHECK-NUMBER ' DOES NOT FOOT'
025600        ELSE
025700           MOVE SPACES              TO PRT-STUB-FLAG
025800        END-IF
025900        WRITE CHKPRT-RECORD      FROM PRT-STUB-TOTAL-LINE
026000     END-IF.
026100     MOVE 'N'                       TO WS-CHECK-OPEN-SWITCH.
026200/
026300 2900-READ-NEXT-RECORD.
026400     READ CHECK-PRINT-IN
026500         AT END MOVE 'Y'            TO WS-EOF-SWITCH
026600     END-READ.
026700/
026800 6000-PRINT-RUN-TOTALS.
026900     WRITE CHKPRT-RECORD         FROM PRT-SEPARATOR-LINE.
027000     MOVE 'CHECKS PRINTED  . . . . . .'  TO RPT-TOTAL-TEXT.
027100     MOVE WS-CHECK-COUNT            TO RPT-TOTAL-COUNT.
027200     MOVE WS-CHECK-TOTAL            TO RPT-TOTAL-AMT.
027300     WRITE CHKPRT-RECORD  FROM RPT-TOTAL-LINE.
027400
027500     MOVE '  OF WHICH REISSUES . . . .'  TO RPT-TOTAL-TEXT.
027600     MOVE WS-REISSUE-COUNT          TO RPT-TOTAL-COUNT.
027700     MOVE ZERO                      TO RPT-TOTAL-AMT.
027800     WRITE CHKPRT-RECORD  FROM RPT-TOTAL-LINE.
027900
028000     MOVE 'STUB LINES PRINTED  . . . .'  TO RPT-TOTAL-TEXT.
028100     MOVE WS-STUB-COUNT             TO RPT-TOTAL-COUNT.
028200     MOVE ZERO                      TO RPT-TOTAL-AMT.
028300     WRITE CHKPRT-RECORD  FROM RPT-TOTAL-LINE.
028400
028500     MOVE 'STUBS NOT FOOTING . . . . .'  TO RPT-TOTAL-TEXT.
028600     MOVE WS-NOT-FOOTED-COUNT       TO RPT-TOTAL-COUNT.
028700     MOVE ZERO                      TO RPT-TOTAL-AMT.
028800     WRITE CHKPRT-RECORD  FROM RPT-TOTAL-LINE.
028900
029000     MOVE 'STUB LINES WITH NO CHECK  .'  TO RPT-TOTAL-TEXT.
029100     MOVE WS-ORPHAN-STUB-COUNT      TO RPT-TOTAL-COUNT.
029200     MOVE ZERO                      TO RPT-TOTAL-AMT.
029300     WRITE CHKPRT-RECORD  FROM RPT-TOTAL-LINE.
029400
029500     IF WS-NOT-FOOTED-COUNT > ZERO  OR
029600        WS-ORPHAN-STUB-COUNT > ZERO  THEN
029700        MOVE 8                      TO RETURN-CODE
029800     END-IF.
029900/
030000 7000-TERMINATE.
030100     CLOSE CHECK-PRINT-IN
030200           CHECK-PRINT-OUT.
