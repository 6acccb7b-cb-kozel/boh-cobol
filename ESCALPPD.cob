000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALPPD.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALPPD - NEW PROGRAM
000700*         - POST-PAYMENT DUPLICATE AUDIT.  RUNS LAST IN THE
000800*           NIGHTLY CHAIN, BEHIND EVERY RELEASE JOB.  THE INTAKE
000900*           DUPLICATE CHECK (PRCIDX, RTC 95) ONLY GUARDS THE
001000*           FRONT DOOR; A LINE CAN STILL PAY TWICE WHEN TWO
001100*           RELEASE PATHS - THE NIGHTLY RUN, A MEDICAL-REVIEW
001200*           RELEASE, AN INTERIM TRUE-UP - EACH PAY IT.  THE
001300*           NIGHT'S RELEASED REMITS (PRCREMR, MRVREL, TRUREL,
001400*           WHRREL) AND THE PRICED-CLAIM HISTORY APPENDED SINCE
001500*           THE LAST RUN (PRCHIST) ARE POSTED TO ONE KEYED
001600*           PAID-CLAIM LEDGER (PPDFILE) BY CLAIM / DATE OF
001700*           SERVICE / REVENUE CODE.  A LINE PAID AGAIN WHILE A
001800*           PAYMENT STILL STANDS ON IT - NET OF ADJUSTMENTS,
001900*           TRUE-UP SETTLEMENTS, AND VOIDS - OPENS A RECEIVABLE
002000*           ON RCVFILE (SOURCE 'P') FOR THE EXCESS, SO THE
002100*           ESCALRCV OFFSET STEP RECOUPS IT, AND THE REPORT
002200*           NAMES THE TWO PATHS THAT COLLIDED SO THE CAUSE GETS
002300*           FIXED.  THE NIGHT THE LEDGER IS FIRST BUILT, VOIDS
002360*           OLDER THAN THE LEDGER CANNOT BE SEEN, SO DUPLICATES
002420*           FOUND THAT NIGHT ARE REPORTED FOR REVIEW ONLY.
002480* 10/15/2026 ESCALPPD - THE REMIT RECORD IS NOW 140 BYTES (REMCPY
002540*           CARRIES EACH DETAIL'S REDUCTIONS AND INTEREST).
002600******************************************************************
002700 DATE-COMPILED.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.            IBM-Z990.
003100 OBJECT-COMPUTER.            IBM-Z990.
003200 INPUT-OUTPUT  SECTION.
003300 FILE-CONTROL.
003400     SELECT FLOOR-RELEASE-IN     ASSIGN TO PRCREMR
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT REVIEW-RELEASE-IN    ASSIGN TO MRVREL
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT TRUE-UP-RELEASE-IN   ASSIGN TO TRUREL
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT WITHHOLD-RELEASE-IN  ASSIGN TO WHRREL
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PAID-LEDGER-FILE     ASSIGN TO PPDFILE
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PPD-RECORD-KEY.
004800     SELECT RECEIVABLE-FILE      ASSIGN TO RCVFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS RCV-RECORD-KEY.
005200     SELECT DUPLICATE-AUDIT-RPT  ASSIGN TO PPDRPT
005300         ORGANIZATION IS SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FLOOR-RELEASE-IN
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000 01  PRCREMR-RECORD                 PIC X(140).
006100/
006200 FD  REVIEW-RELEASE-IN
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500 01  MRVREL-RECORD                  PIC X(140).
006600/
006700 FD  TRUE-UP-RELEASE-IN
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000 01  TRUREL-RECORD                  PIC X(140).
007100/
007200 FD  WITHHOLD-RELEASE-IN
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 01  WHRREL-RECORD                  PIC X(140).
007600/
007700 FD  PRICED-HISTORY-IN
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 COPY PHISTCPY.
008100/
008200 FD  PAID-LEDGER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 COPY PPDLCPY.
008500/
008600 FD  RECEIVABLE-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 COPY RCVFCPY.
008900/
009000 FD  DUPLICATE-AUDIT-RPT
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  PPDRPT-RECORD                  PIC X(120).
009400/
009500 WORKING-STORAGE SECTION.
009600 01  W-STORAGE-REF                  PIC X(46) VALUE
009700     'ESCALPPD      - W O R K I N G   S T O R A G E'.
009800
009900 01  WS-REL-EOF-SWITCH              PIC X(01) VALUE 'N'.
010000     88  REL-END-OF-FILE                       VALUE 'Y'.
010100     88  REL-NOT-END-OF-FILE                   VALUE 'N'.
010200
010300 01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
010400     88  HIST-END-OF-FILE                      VALUE 'Y'.
010500     88  HIST-NOT-END-OF-FILE                  VALUE 'N'.
010600
010700 01  WS-PPD-FOUND-SWITCH            PIC X(01).
010800     88  PPD-RECORD-FOUND                      VALUE 'Y'.
010900     88  PPD-RECORD-NOT-FOUND                  VALUE 'N'.
011000
011100 01  WS-RCV-FOUND-SWITCH            PIC X(01).
011200     88  RCV-RECORD-FOUND                      VALUE 'Y'.
011300     88  RCV-RECORD-NOT-FOUND                  VALUE 'N'.
011400
011500 01  WS-INITIAL-BUILD-SWITCH        PIC X(01) VALUE 'N'.
011600     88  LEDGER-INITIAL-BUILD                  VALUE 'Y'.
011700
011800 01  WS-TODAY                       PIC 9(08).
011900 01  WS-HIST-POSTED-DATE            PIC 9(08) VALUE ZERO.
012000 01  WS-REL-POSTED-DATE             PIC 9(08) VALUE ZERO.
012100 01  WS-PATH-SUB                    PIC 9(01).
012200 01  WS-CLAIM-VOID-DATE             PIC 9(08).
012300 01  WS-THIS-PATH                   PIC X(01).
012400 01  WS-PATH-CODE                   PIC X(01).
012500 01  WS-PATH-NAME                   PIC X(16).
012600
012700 01  WS-REMIT-READ-COUNT            PIC 9(07) VALUE ZERO.
012800 01  WS-REVERSAL-LEG-COUNT          PIC 9(07) VALUE ZERO.
012900 01  WS-HIST-READ-COUNT             PIC 9(07) VALUE ZERO.
013000 01  WS-PAID-POSTED-COUNT           PIC 9(07) VALUE ZERO.
013100 01  WS-REPLACED-COUNT              PIC 9(07) VALUE ZERO.
013200 01  WS-VOID-RESET-COUNT            PIC 9(07) VALUE ZERO.
013300 01  WS-DUPLICATE-COUNT             PIC 9(07) VALUE ZERO.
013400 01  WS-DUPLICATE-AMT               PIC 9(11)V9(02) VALUE ZERO.
013500 01  WS-RAISED-COUNT                PIC 9(07) VALUE ZERO.
013600 01  WS-RAISED-AMT                  PIC 9(11)V9(02) VALUE ZERO.
013700 01  WS-REVIEW-ONLY-COUNT           PIC 9(07) VALUE ZERO.
013800 01  WS-REVIEW-ONLY-AMT             PIC 9(11)V9(02) VALUE ZERO.
013900
014000 01  RPT-HEADING-1.
014100     05  FILLER                     PIC X(05) VALUE SPACES.
014200     05  FILLER                     PIC X(48) VALUE
014300         'POST-PAYMENT DUPLICATE AUDIT - PAID-CLAIM LEDGER'.
014400
014500 01  RPT-HEADING-2.
014600     05  FILLER                     PIC X(05) VALUE SPACES.
014700     05  FILLER                     PIC X(08) VALUE 'PROV'.
014800     05  FILLER                     PIC X(15) VALUE 'CLAIM'.
014900     05  FILLER                     PIC X(10) VALUE 'DOS'.
015000     05  FILLER                     PIC X(06) VALUE 'REV'.
015100     05  FILLER                     PIC X(18) VALUE 'PAID BY'.
015200     05  FILLER                     PIC X(18) VALUE
015300         'PAID AGAIN BY'.
015400     05  FILLER                     PIC X(14) VALUE 'EXCESS'.
015500     05  FILLER                     PIC X(18) VALUE 'RESULT'.
015600
015700 01  RPT-DETAIL-LINE.
015800     05  FILLER                     PIC X(05) VALUE SPACES.
015900     05  RPT-PROVIDER               PIC X(06).
016000     05  FILLER                     PIC X(02) VALUE SPACES.
016100     05  RPT-CLAIM-NUMBER           PIC X(13).
016200     05  FILLER                     PIC X(02) VALUE SPACES.
016300     05  RPT-DOS                    PIC 9(08).
016400     05  FILLER                     PIC X(02) VALUE SPACES.
016500     05  RPT-REV-CODE               PIC X(04).
016600     05  FILLER                     PIC X(02) VALUE SPACES.
016700     05  RPT-FIRST-PATH             PIC X(16).
016800     05  FILLER                     PIC X(02) VALUE SPACES.
016900     05  RPT-SECOND-PATH            PIC X(16).
017000     05  FILLER                     PIC X(02) VALUE SPACES.
017100     05  RPT-EXCESS-AMT             PIC Z,ZZZ,ZZ9.99.
017200     05  FILLER                     PIC X(02) VALUE SPACES.
017300     05  RPT-RESULT-TEXT            PIC X(24).
017400
017500 01  RPT-TOTAL-LINE.
017600     05  FILLER                     PIC X(05) VALUE SPACES.
017700     05  RPT-TOTAL-TEXT             PIC X(30).
017800     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
017900     05  FILLER                     PIC X(02) VALUE SPACES.
018000     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
018100/
018200 COPY REMCPY.
018300/
018400 COPY CLAIMXCPY.
018500/
018600 PROCEDURE DIVISION.
018700
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE.
019000     PERFORM 2000-POST-RELEASES.
019100     PERFORM 3000-POST-HISTORY.
019200     PERFORM 5000-UPDATE-CONTROL-RECORD.
019300     PERFORM 6000-PRINT-RUN-TOTALS.
019400     PERFORM 7000-TERMINATE.
019500     GOBACK.
019600/
019700 1000-INITIALIZE.
019800     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
019900
020000     OPEN INPUT  FLOOR-RELEASE-IN.
020100     OPEN INPUT  REVIEW-RELEASE-IN.
020200     OPEN INPUT  TRUE-UP-RELEASE-IN.
020300     OPEN INPUT  WITHHOLD-RELEASE-IN.
020400     OPEN INPUT  PRICED-HISTORY-IN.
020500     OPEN I-O    PAID-LEDGER-FILE.
020600     OPEN I-O    RECEIVABLE-FILE.
020700     OPEN OUTPUT DUPLICATE-AUDIT-RPT.
020800
020900     WRITE PPDRPT-RECORD         FROM RPT-HEADING-1.
021000     WRITE PPDRPT-RECORD         FROM RPT-HEADING-2.
021100
021200     PERFORM 1100-READ-CONTROL-RECORD.
021300/
021400******************************************************************
021500*  NO CONTROL RECORD MEANS THE LEDGER IS BEING BUILT TONIGHT -   *
021600*  THE WHOLE HISTORY POSTS, AND NOTHING IS RAISED OFF IT.        *
021700******************************************************************
021800 1100-READ-CONTROL-RECORD.
021900     MOVE LOW-VALUES                TO PPD-RECORD-KEY.
022000     READ PAID-LEDGER-FILE
022100         INVALID KEY
022200            MOVE 'Y'                TO WS-INITIAL-BUILD-SWITCH
022300         NOT INVALID KEY
022400            MOVE PPD-HIST-POSTED-DATE TO WS-HIST-POSTED-DATE
022500            MOVE PPD-REL-POSTED-DATE TO WS-REL-POSTED-DATE
022600     END-READ.
022700     IF LEDGER-INITIAL-BUILD  THEN
022800        DISPLAY 'ESCALPPD - NO CONTROL RECORD ON PPDFILE - '
022900           'BUILDING THE LEDGER FROM THE WHOLE HISTORY; '
023000           'DUPLICATES FOUND TONIGHT ARE FOR REVIEW ONLY'
023100     END-IF.
023200/
023300******************************************************************
023400*  THE NIGHT'S RELEASED REMITS, ONE FILE PER RELEASE PATH.  A    *
023500*  RERUN ON THE SAME NIGHT FINDS THEM ALREADY POSTED AND LEAVES  *
023600*  THEM ALONE.                                                   *
023700******************************************************************
023800 2000-POST-RELEASES.
023900     IF WS-REL-POSTED-DATE = WS-TODAY  THEN
024000        DISPLAY 'ESCALPPD - RELEASE FILES ALREADY POSTED '
024100           WS-TODAY ' - NOT POSTED AGAIN'
024200     ELSE
024300        MOVE 1                      TO WS-PATH-SUB
024400        MOVE 'N'                    TO WS-REL-EOF-SWITCH
024500        PERFORM 2910-READ-FLOOR-RELEASE
024600        PERFORM 2010-POST-FLOOR-RELEASE
024700           UNTIL REL-END-OF-FILE
024800        MOVE 2                      TO WS-PATH-SUB
024900        MOVE 'N'                    TO WS-REL-EOF-SWITCH
025000        PERFORM 2920-READ-REVIEW-RELEASE
025100        PERFORM 2020-POST-REVIEW-RELEASE
025200           UNTIL REL-END-OF-FILE
025300        MOVE 3                      TO WS-PATH-SUB
025400        MOVE 'N'                    TO WS-REL-EOF-SWITCH
025500        PERFORM 2930-READ-TRUE-UP-RELEASE
025600        PERFORM 2030-POST-TRUE-UP-RELEASE
025700           UNTIL REL-END-OF-FILE
025800        MOVE 4                      TO WS-PATH-SUB
025900        MOVE 'N'                    TO WS-REL-EOF-SWITCH
026000        PERFORM 2940-READ-WITHHOLD-RELEASE
026100        PERFORM 2040-POST-WITHHOLD-RELEASE
026200           UNTIL REL-END-OF-FILE
026300     END-IF.
026400/
026500 2010-POST-FLOOR-RELEASE.
026600     PERFORM 2100-POST-ONE-REMIT.
026700     PERFORM 2910-READ-FLOOR-RELEASE.
026800/
026900 2020-POST-REVIEW-RELEASE.
027000     PERFORM 2100-POST-ONE-REMIT.
027100     PERFORM 2920-READ-REVIEW-RELEASE.
027200/
027300 2030-POST-TRUE-UP-RELEASE.
027400     PERFORM 2100-POST-ONE-REMIT.
027500     PERFORM 2930-READ-TRUE-UP-RELEASE.
027600/
027700 2040-POST-WITHHOLD-RELEASE.
027800     PERFORM 2100-POST-ONE-REMIT.
027900     PERFORM 2940-READ-WITHHOLD-RELEASE.
028000/
028100******************************************************************
028200*  ONE RELEASED LEG ONTO ITS CLAIM'S RELEASE RECORD.  THE        *
028300*  TRAILER AND THE RECEIVABLE-OFFSET LEGS MOVE NO PAYMENT.       *
028400******************************************************************
028500 2100-POST-ONE-REMIT.
028600     IF REM-IS-DETAIL  OR  REM-IS-REVERSAL  THEN
028700        ADD 1                       TO WS-REMIT-READ-COUNT
028800        PERFORM 2150-READ-CLAIM-RECORD
028900        IF PPD-RECORD-NOT-FOUND  THEN
029000           INITIALIZE PAID-LEDGER-RECORD
029100           MOVE REM-CLAIM-NUMBER    TO PPD-CLAIM-NUMBER
029200           MOVE ZERO                TO PPD-LINE-ITEM-DOS
029300           MOVE SPACES              TO PPD-REV-CODE
029400           MOVE 'R'                 TO PPD-RECORD-TYPE
029500           MOVE REM-PROVIDER-NUMBER TO PPD-PROVIDER-NUMBER
029600           INITIALIZE PPD-RELEASE-DATA
029700        END-IF
029800        PERFORM 2160-ROLL-CLAIM-NIGHT
029900        IF REM-IS-DETAIL  THEN
030000           ADD 1                    TO
030100              PPD-REL-NET-LEGS (WS-PATH-SUB)
030200           ADD REM-NET-PAY-AMT      TO
030300              PPD-REL-NET-AMT (WS-PATH-SUB)
030400           IF WS-PATH-SUB < 4  THEN
030500              ADD 1                 TO PPD-REL-NIGHT-NET-LEGS
030600           END-IF
030700        ELSE
030800           ADD 1                    TO WS-REVERSAL-LEG-COUNT
030900           SUBTRACT 1             FROM
031000              PPD-REL-NET-LEGS (WS-PATH-SUB)
031100           SUBTRACT REM-NET-PAY-AMT FROM
031200              PPD-REL-NET-AMT (WS-PATH-SUB)
031300           IF WS-PATH-SUB < 4  THEN
031400              SUBTRACT 1          FROM PPD-REL-NIGHT-NET-LEGS
031500           END-IF
031600        END-IF
031700        IF PPD-RECORD-FOUND  THEN
031800           REWRITE PAID-LEDGER-RECORD
031900        ELSE
032000           WRITE PAID-LEDGER-RECORD
032100        END-IF
032200     END-IF.
032300/
032400 2150-READ-CLAIM-RECORD.
032500     MOVE REM-CLAIM-NUMBER          TO PPD-CLAIM-NUMBER.
032600     MOVE ZERO                      TO PPD-LINE-ITEM-DOS.
032700     MOVE SPACES                    TO PPD-REV-CODE.
032800     READ PAID-LEDGER-FILE
032900         INVALID KEY
033000            MOVE 'N'                TO WS-PPD-FOUND-SWITCH
033100         NOT INVALID KEY
033200            MOVE 'Y'                TO WS-PPD-FOUND-SWITCH
033300     END-READ.
033400/
033500******************************************************************
033600*  THE FIRST LEG OF A NEW NIGHT CLOSES THE CLAIM'S LAST ONE: AN  *
033700*  ADJUSTMENT OR TRUE-UP RELEASES A D LEG FOR EVERY R LEG, SO A  *
033800*  NIGHT WHOSE LEGS NETTED BELOW ZERO WAS A VOID.                *
033900******************************************************************
034000 2160-ROLL-CLAIM-NIGHT.
034100     IF PPD-REL-NIGHT-DATE NOT = WS-TODAY  THEN
034200        IF PPD-REL-NIGHT-DATE > ZERO  AND
034300           PPD-REL-NIGHT-NET-LEGS < ZERO  THEN
034400           MOVE PPD-REL-NIGHT-DATE  TO PPD-LAST-VOID-DATE
034500        END-IF
034600        MOVE WS-TODAY               TO PPD-REL-NIGHT-DATE
034700        MOVE ZERO                   TO PPD-REL-NIGHT-NET-LEGS
034800     END-IF.
034900/
035000******************************************************************
035100*  EVERY HISTORY RECORD PRICED SINCE THE LAST POSTING.  ONLY A   *
035200*  PAID LINE (RTC BELOW 50) MOVES THE LEDGER.                    *
035300******************************************************************
035400 3000-POST-HISTORY.
035500     PERFORM 3900-READ-NEXT-HISTORY.
035600     PERFORM 3100-POST-ONE-HISTORY
035700        UNTIL HIST-END-OF-FILE.
035800/
035900 3100-POST-ONE-HISTORY.
036000     ADD 1                          TO WS-HIST-READ-COUNT.
036100
036200     IF PH-PRICED-DATE > WS-HIST-POSTED-DATE  AND
036300        PH-PPS-RTC < 50  THEN
036400        MOVE PH-CLAIM-EXTRACT-IMAGE TO CLAIM-EXTRACT-RECORD
036500        ADD 1                       TO WS-PAID-POSTED-COUNT
036600        MOVE PH-RELEASE-PATH        TO WS-THIS-PATH
036700        IF PH-PATH-NIGHTLY-RUN  THEN
036800           MOVE 'N'                 TO WS-THIS-PATH
036900        END-IF
037000        PERFORM 3110-GET-CLAIM-VOID-DATE
037100        PERFORM 3150-READ-LINE-RECORD
037200        PERFORM 3200-APPLY-PAYMENT
037300        IF PPD-RECORD-FOUND  THEN
037400           REWRITE PAID-LEDGER-RECORD
037500        ELSE
037600           WRITE PAID-LEDGER-RECORD
037700        END-IF
037800     END-IF.
037900
038000     PERFORM 3900-READ-NEXT-HISTORY.
038100/
038200******************************************************************
038300*  THE CLAIM'S LAST VOID - A NIGHT STILL OPEN ON THE RELEASE     *
038400*  RECORD COUNTS IF ITS LEGS NETTED BELOW ZERO.                  *
038500******************************************************************
038600 3110-GET-CLAIM-VOID-DATE.
038700     MOVE ZERO                      TO WS-CLAIM-VOID-DATE.
038800     MOVE CX-CLAIM-NUMBER           TO PPD-CLAIM-NUMBER.
038900     MOVE ZERO                      TO PPD-LINE-ITEM-DOS.
039000     MOVE SPACES                    TO PPD-REV-CODE.
039100     READ PAID-LEDGER-FILE
039200         INVALID KEY
039300            MOVE 'N'                TO WS-PPD-FOUND-SWITCH
039400         NOT INVALID KEY
039500            MOVE 'Y'                TO WS-PPD-FOUND-SWITCH
039600     END-READ.
039700     IF PPD-RECORD-FOUND  THEN
039800        IF PPD-REL-NIGHT-NET-LEGS < ZERO  THEN
039900           MOVE PPD-REL-NIGHT-DATE  TO WS-CLAIM-VOID-DATE
040000        ELSE
040100           MOVE PPD-LAST-VOID-DATE  TO WS-CLAIM-VOID-DATE
040200        END-IF
040300     END-IF.
040400/
040500 3150-READ-LINE-RECORD.
040600     MOVE CX-CLAIM-NUMBER           TO PPD-CLAIM-NUMBER.
040700     MOVE CX-LINE-ITEM-DATE-SERVICE TO PPD-LINE-ITEM-DOS.
040800     MOVE CX-REV-CODE               TO PPD-REV-CODE.
040900     READ PAID-LEDGER-FILE
041000         INVALID KEY
041100            MOVE 'N'                TO WS-PPD-FOUND-SWITCH
041200         NOT INVALID KEY
041300            MOVE 'Y'                TO WS-PPD-FOUND-SWITCH
041400     END-READ.
041500     IF PPD-RECORD-NOT-FOUND  THEN
041600        INITIALIZE PAID-LEDGER-RECORD
041700        MOVE CX-CLAIM-NUMBER        TO PPD-CLAIM-NUMBER
041800        MOVE CX-LINE-ITEM-DATE-SERVICE TO PPD-LINE-ITEM-DOS
041900        MOVE CX-REV-CODE            TO PPD-REV-CODE
042000        MOVE 'L'                    TO PPD-RECORD-TYPE
042100        MOVE CX-PROVIDER-NUMBER     TO PPD-PROVIDER-NUMBER
042200     END-IF.
042300/
042400******************************************************************
042500*  ONE PAYMENT ONTO THE LINE.  A VOID OF THE CLAIM SINCE THE     *
042600*  LINE LAST PAID WIPED THE STANDING PAYMENT.  AN ADJUSTMENT OR  *
042700*  A TRUE-UP SETTLEMENT REVERSES THE PAYMENT IT REPLACES, SO IT  *
042800*  LEAVES THE COUNT WHERE IT WAS; ANY OTHER PAYMENT ON A LINE    *
042900*  WITH ONE STILL STANDING IS A DUPLICATE.                       *
043000******************************************************************
043100 3200-APPLY-PAYMENT.
043200     IF PPD-NET-PAID-COUNT > ZERO  AND
043300        WS-CLAIM-VOID-DATE > ZERO  AND
043400        PPD-LAST-PAID-DATE NOT > WS-CLAIM-VOID-DATE  THEN
043500        MOVE ZERO                   TO PPD-NET-PAID-COUNT
043600        ADD 1                       TO WS-VOID-RESET-COUNT
043700     END-IF.
043800
043900     IF PPD-NET-PAID-COUNT = ZERO  THEN
044000        MOVE 1                      TO PPD-NET-PAID-COUNT
044100        MOVE WS-THIS-PATH           TO PPD-FIRST-PATH
044200        MOVE PH-PRICED-DATE         TO PPD-FIRST-PAID-DATE
044300     ELSE
044400        IF CX-ACTION-ADJUSTMENT  OR  WS-THIS-PATH = 'T'  THEN
044500           ADD 1                    TO WS-REPLACED-COUNT
044600        ELSE
044700           ADD 1                    TO PPD-NET-PAID-COUNT
044800           PERFORM 3300-FLAG-DUPLICATE
044900        END-IF
045000     END-IF.
045100
045200     MOVE WS-THIS-PATH              TO PPD-LAST-PATH.
045300     MOVE PH-PRICED-DATE            TO PPD-LAST-PAID-DATE.
045400     MOVE PH-FINAL-PAY-AMT          TO PPD-LAST-PAY-AMT.
045500/
045600******************************************************************
045700*  THE EXCESS IS THE SECOND PAYMENT ITSELF.  THE LINE RECORD     *
045800*  STILL HOLDS THE PATH OF THE PAYMENT IT COLLIDED WITH.         *
045900******************************************************************
046000 3300-FLAG-DUPLICATE.
046100     ADD 1                          TO WS-DUPLICATE-COUNT.
046200     ADD PH-FINAL-PAY-AMT           TO WS-DUPLICATE-AMT.
046300
046400     MOVE CX-PROVIDER-NUMBER        TO RPT-PROVIDER.
046500     MOVE CX-CLAIM-NUMBER           TO RPT-CLAIM-NUMBER.
046600     MOVE CX-LINE-ITEM-DATE-SERVICE TO RPT-DOS.
046700     MOVE CX-REV-CODE               TO RPT-REV-CODE.
046800     MOVE PPD-LAST-PATH             TO WS-PATH-CODE.
046900     PERFORM 3500-NAME-PATH.
047000     MOVE WS-PATH-NAME              TO RPT-FIRST-PATH.
047100     MOVE WS-THIS-PATH              TO WS-PATH-CODE.
047200     PERFORM 3500-NAME-PATH.
047300     MOVE WS-PATH-NAME              TO RPT-SECOND-PATH.
047400     MOVE PH-FINAL-PAY-AMT          TO RPT-EXCESS-AMT.
047500
047600     IF PH-FINAL-PAY-AMT = ZERO  THEN
047700        MOVE 'NOTHING TO RECOVER'   TO RPT-RESULT-TEXT
047800     ELSE
047900        IF LEDGER-INITIAL-BUILD  THEN
048000           ADD 1                    TO WS-REVIEW-ONLY-COUNT
048100           ADD PH-FINAL-PAY-AMT     TO WS-REVIEW-ONLY-AMT
048200           MOVE 'INITIAL BUILD - REVIEW' TO RPT-RESULT-TEXT
048300        ELSE
048400           PERFORM 3400-RAISE-RECEIVABLE
048500        END-IF
048600     END-IF.
048700
048800     WRITE PPDRPT-RECORD  FROM RPT-DETAIL-LINE.
048900/
049000******************************************************************
049100*  ONE DUPLICATE-PAYMENT RECEIVABLE PER CLAIM PER NIGHT - A      *
049200*  SECOND DUPLICATE LINE ON THE SAME CLAIM ADDS TO IT.  A KEY    *
049300*  ALREADY TAKEN TONIGHT BY ANOTHER SOURCE GOES TO BE WORKED BY  *
049400*  HAND RATHER THAN MIX TWO DEBTS ON ONE RECORD.                 *
049500******************************************************************
049600 3400-RAISE-RECEIVABLE.
049700     MOVE CX-PROVIDER-NUMBER        TO RCV-PROVIDER-NUMBER.
049800     MOVE CX-CLAIM-NUMBER           TO RCV-CLAIM-NUMBER.
049900     MOVE WS-TODAY                  TO RCV-SETUP-DATE.
050000     READ RECEIVABLE-FILE
050100         INVALID KEY
050200            MOVE 'N'                TO WS-RCV-FOUND-SWITCH
050300         NOT INVALID KEY
050400            MOVE 'Y'                TO WS-RCV-FOUND-SWITCH
050500     END-READ.
050600
050700     IF RCV-RECORD-NOT-FOUND  THEN
050800        INITIALIZE RECEIVABLE-MASTER-RECORD
050900        MOVE CX-PROVIDER-NUMBER     TO RCV-PROVIDER-NUMBER
051000        MOVE CX-CLAIM-NUMBER        TO RCV-CLAIM-NUMBER
051100        MOVE WS-TODAY               TO RCV-SETUP-DATE
051200        MOVE 'O'                    TO RCV-STATUS-CODE
051300        MOVE 'P'                    TO RCV-SOURCE-CODE
051400        MOVE PH-FINAL-PAY-AMT       TO RCV-ORIGINAL-AMT
051500        MOVE ZERO                   TO RCV-RECOVERED-AMT
051600        MOVE WS-TODAY               TO RCV-LAST-ACTIVITY-DATE
051700        WRITE RECEIVABLE-MASTER-RECORD
051800        MOVE 'RECEIVABLE OPENED'    TO RPT-RESULT-TEXT
051900        PERFORM 3450-MARK-RAISED
052000     ELSE
052100        IF RCV-SOURCE-CODE = 'P'  AND  RCV-STATUS-OPEN  THEN
052200           ADD PH-FINAL-PAY-AMT     TO RCV-ORIGINAL-AMT
052300           MOVE WS-TODAY            TO RCV-LAST-ACTIVITY-DATE
052400           REWRITE RECEIVABLE-MASTER-RECORD
052500           MOVE 'ADDED TO RECEIVABLE'  TO RPT-RESULT-TEXT
052600           PERFORM 3450-MARK-RAISED
052700        ELSE
052800           ADD 1                    TO WS-REVIEW-ONLY-COUNT
052900           ADD PH-FINAL-PAY-AMT     TO WS-REVIEW-ONLY-AMT
053000           MOVE 'RCV KEY IN USE - BY HAND' TO RPT-RESULT-TEXT
053100        END-IF
053200     END-IF.
053300/
053400 3450-MARK-RAISED.
053500     ADD 1                          TO WS-RAISED-COUNT.
053600     ADD PH-FINAL-PAY-AMT           TO WS-RAISED-AMT.
053700     ADD 1                          TO PPD-RAISED-COUNT.
053800     ADD PH-FINAL-PAY-AMT           TO PPD-RAISED-AMT.
053900/
054000 3500-NAME-PATH.
054100     EVALUATE WS-PATH-CODE
054200        WHEN 'N'
054300           MOVE 'NIGHTLY RUN'       TO WS-PATH-NAME
054400        WHEN 'M'
054500           MOVE 'MEDICAL REVIEW'    TO WS-PATH-NAME
054600        WHEN 'T'
054700           MOVE 'INTERIM TRUE-UP'   TO WS-PATH-NAME
054800        WHEN OTHER
054900           MOVE 'UNKNOWN PATH'      TO WS-PATH-NAME
055000     END-EVALUATE.
055100/
055200 2910-READ-FLOOR-RELEASE.
055300     READ FLOOR-RELEASE-IN  INTO REMIT-DETAIL-RECORD
055400         AT END MOVE 'Y'            TO WS-REL-EOF-SWITCH
055500     END-READ.
055600/
055700 2920-READ-REVIEW-RELEASE.
055800     READ REVIEW-RELEASE-IN  INTO REMIT-DETAIL-RECORD
055900         AT END MOVE 'Y'            TO WS-REL-EOF-SWITCH
056000     END-READ.
056100/
056200 2930-READ-TRUE-UP-RELEASE.
056300     READ TRUE-UP-RELEASE-IN  INTO REMIT-DETAIL-RECORD
056400         AT END MOVE 'Y'            TO WS-REL-EOF-SWITCH
056500     END-READ.
056600/
056700 2940-READ-WITHHOLD-RELEASE.
056800     READ WITHHOLD-RELEASE-IN  INTO REMIT-DETAIL-RECORD
056900         AT END MOVE 'Y'            TO WS-REL-EOF-SWITCH
057000     END-READ.
057100/
057200 3900-READ-NEXT-HISTORY.
057300     READ PRICED-HISTORY-IN
057400         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
057500     END-READ.
057600/
057700******************************************************************
057800*  BOTH POSTINGS ARE DONE - STAMP TONIGHT ON THE CONTROL RECORD  *
057900*  SO A RERUN POSTS NOTHING TWICE.                               *
058000******************************************************************
058100 5000-UPDATE-CONTROL-RECORD.
058200     MOVE LOW-VALUES                TO PPD-RECORD-KEY.
058300     READ PAID-LEDGER-FILE
058400         INVALID KEY
058500            MOVE 'N'                TO WS-PPD-FOUND-SWITCH
058600         NOT INVALID KEY
058700            MOVE 'Y'                TO WS-PPD-FOUND-SWITCH
058800     END-READ.
058900     IF PPD-RECORD-NOT-FOUND  THEN
059000        MOVE SPACES                 TO PAID-LEDGER-RECORD
059100        MOVE LOW-VALUES             TO PPD-RECORD-KEY
059200        MOVE 'C'                    TO PPD-RECORD-TYPE
059300     END-IF.
059400     MOVE WS-TODAY                  TO PPD-HIST-POSTED-DATE.
059500     MOVE WS-TODAY                  TO PPD-REL-POSTED-DATE.
059600     IF PPD-RECORD-FOUND  THEN
059700        REWRITE PAID-LEDGER-RECORD
059800     ELSE
059900        WRITE PAID-LEDGER-RECORD
060000     END-IF.
060100/
060200 6000-PRINT-RUN-TOTALS.
060300     MOVE 'RELEASED LEGS POSTED  . . . .' TO RPT-TOTAL-TEXT.
060400     MOVE WS-REMIT-READ-COUNT       TO RPT-TOTAL-COUNT.
060500     MOVE ZERO                      TO RPT-TOTAL-AMT.
060600     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
060700
060800     MOVE '  OF WHICH REVERSAL LEGS  . .' TO RPT-TOTAL-TEXT.
060900     MOVE WS-REVERSAL-LEG-COUNT     TO RPT-TOTAL-COUNT.
061000     MOVE ZERO                      TO RPT-TOTAL-AMT.
061100     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
061200
061300     MOVE 'HISTORY RECORDS READ  . . . .' TO RPT-TOTAL-TEXT.
061400     MOVE WS-HIST-READ-COUNT        TO RPT-TOTAL-COUNT.
061500     MOVE ZERO                      TO RPT-TOTAL-AMT.
061600     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
061700
061800     MOVE 'PAID LINES POSTED . . . . . .' TO RPT-TOTAL-TEXT.
061900     MOVE WS-PAID-POSTED-COUNT      TO RPT-TOTAL-COUNT.
062000     MOVE ZERO                      TO RPT-TOTAL-AMT.
062100     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
062200
062300     MOVE 'REPLACEMENTS (ADJ/TRUE-UP)  .' TO RPT-TOTAL-TEXT.
062400     MOVE WS-REPLACED-COUNT         TO RPT-TOTAL-COUNT.
062500     MOVE ZERO                      TO RPT-TOTAL-AMT.
062600     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
062700
062800     MOVE 'LINES CLEARED BY A VOID . . .' TO RPT-TOTAL-TEXT.
062900     MOVE WS-VOID-RESET-COUNT       TO RPT-TOTAL-COUNT.
063000     MOVE ZERO                      TO RPT-TOTAL-AMT.
063100     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
063200
063300     MOVE 'DUPLICATE PAYMENTS FOUND  . .' TO RPT-TOTAL-TEXT.
063400     MOVE WS-DUPLICATE-COUNT        TO RPT-TOTAL-COUNT.
063500     MOVE WS-DUPLICATE-AMT          TO RPT-TOTAL-AMT.
063600     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
063700
063800     MOVE 'RAISED ON RECEIVABLES . . . .' TO RPT-TOTAL-TEXT.
063900     MOVE WS-RAISED-COUNT           TO RPT-TOTAL-COUNT.
064000     MOVE WS-RAISED-AMT             TO RPT-TOTAL-AMT.
064100     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
064200
064300     MOVE 'FOR REVIEW - NOT RAISED . . .' TO RPT-TOTAL-TEXT.
064400     MOVE WS-REVIEW-ONLY-COUNT      TO RPT-TOTAL-COUNT.
064500     MOVE WS-REVIEW-ONLY-AMT        TO RPT-TOTAL-AMT.
064600     WRITE PPDRPT-RECORD  FROM RPT-TOTAL-LINE.
064700/
064800 7000-TERMINATE.
064900     CLOSE FLOOR-RELEASE-IN
065000           REVIEW-RELEASE-IN
065100           TRUE-UP-RELEASE-IN
065200           WITHHOLD-RELEASE-IN
065300           PRICED-HISTORY-IN
065400           PAID-LEDGER-FILE
065500           RECEIVABLE-FILE
065600           DUPLICATE-AUDIT-RPT.
