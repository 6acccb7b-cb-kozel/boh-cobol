000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALERT.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALERT - NEW PROGRAM
000700*         - EFT RETURN AND SETTLEMENT CONFIRMATION POSTING.
000800*           READS THE BANK'S MORNING RETURN AND SETTLEMENT FILE
000900*           (BNKRTN) AND MATCHES EACH ITEM TO THE EFT PAYMENT
001000*           REGISTER (EFTREG, WRITTEN BY ESCALEFT) BY PAYMENT
001100*           NUMBER, WITH THE TRACE NUMBER AND AMOUNT REQUIRED TO
001200*           AGREE.  A SETTLED ITEM IS MARKED SETTLED.  A RETURNED
001300*           PAYMENT IS MARKED RETURNED, WRITTEN TO THE HELD-
001400*           RETURNS FILE (ERTHELD) THAT ESCALEFT REISSUES FROM
001500*           ONCE THE PROVIDER'S ACCOUNT CAN BE FUNDED AGAIN, AND
001600*           POSTED TO THE GL (ERTGL) BACK INTO CASH AND THE
001700*           PROVIDER PAYABLE.  A RETURNED PRENOTE, OR A RETURN
001800*           FOR A CLOSED, MISSING, INVALID, FROZEN, OR NON-
001900*           TRANSACTION ACCOUNT, FLAGS THE PROVIDER'S BANKING
002000*           RECORD RETURNED SO ESCALEFT STOPS FUNDING IT; THE
002100*           FLAG IS JOURNALED TO MNTJRNL WITH BEFORE AND AFTER
002200*           IMAGES.  NOTHING IS APPLIED UNLESS THE FILE'S DETAIL
002300*           COUNT AND DOLLARS PROVE TO ITS TRAILER.
002400******************************************************************
002500 DATE-COMPILED.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.            IBM-Z990.
002900 OBJECT-COMPUTER.            IBM-Z990.
003000 INPUT-OUTPUT  SECTION.
003100 FILE-CONTROL.
003200     SELECT BANK-RETURNS-IN      ASSIGN TO BNKRTN
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT EFT-REGISTER         ASSIGN TO EFTREG
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS EFRG-PAYMENT-NUMBER.
003800     SELECT BANKING-FILE         ASSIGN TO PBNKFILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PBNK-PROVIDER-NUMBER.
004200     SELECT RETURNS-HELD-OUT     ASSIGN TO ERTHELD
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT RETURN-GL-OUT        ASSIGN TO ERTGL
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT RETURN-REPORT        ASSIGN TO ERTRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  BANK-RETURNS-IN
005400     LABEL RECORDS ARE STANDARD
005500     RECORDING MODE IS F.
005600 COPY BRTNCPY.
005700/
005800 FD  EFT-REGISTER
005900     LABEL RECORDS ARE STANDARD.
006000 COPY EFRGCPY.
006100/
006200 FD  BANKING-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY PBNKCPY.
006500/
006600 FD  RETURNS-HELD-OUT
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  ERTHELD-RECORD                 PIC X(120).
007000/
007100 FD  RETURN-GL-OUT
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 COPY GLCPY.
007500/
007600 FD  RETURN-REPORT
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900 01  ERTRPT-RECORD                  PIC X(100).
008000/
008100 FD  MAINT-JOURNAL
008200     LABEL RECORDS ARE STANDARD
008300     RECORDING MODE IS F.
008400 COPY MJRNCPY.
008500/
008600 WORKING-STORAGE SECTION.
008700 01  W-STORAGE-REF                  PIC X(46) VALUE
008800     'ESCALERT      - W O R K I N G   S T O R A G E'.
008900
009000 01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
009100     88  END-OF-FILE                           VALUE 'Y'.
009200     88  NOT-END-OF-FILE                       VALUE 'N'.
009300
009400 01  WS-TRAILER-RECEIVED-SWITCH     PIC X(01) VALUE 'N'.
009500     88  TRAILER-RECEIVED                      VALUE 'Y'.
009600     88  TRAILER-NOT-RECEIVED                  VALUE 'N'.
009700
009800 01  WS-BALANCE-SWITCH              PIC X(01) VALUE 'Y'.
009900     88  FILE-IN-BALANCE                       VALUE 'Y'.
010000     88  FILE-OUT-OF-BALANCE                   VALUE 'N'.
010100
010200 01  WS-NOT-FOUND-SWITCH            PIC X(01) VALUE 'N'.
010300     88  RECORD-NOT-FOUND                      VALUE 'Y'.
010400     88  RECORD-FOUND                          VALUE 'N'.
010500
010600 01  WS-FLAGGED-SWITCH              PIC X(01) VALUE 'N'.
010700     88  ACCOUNT-FLAGGED                       VALUE 'Y'.
010800     88  ACCOUNT-NOT-FLAGGED                   VALUE 'N'.
010900
011000 01  WS-TODAY                       PIC 9(08).
011100 01  WS-TIME-NOW                    PIC 9(08).
011200 01  WS-BEFORE-IMAGE                PIC X(80).
011300 01  GL-DEBIT-ACCT-CASH             PIC X(08) VALUE '11010000'.
011400 01  GL-CREDIT-ACCT-PAYABLE         PIC X(08) VALUE '21010000'.
011500
011600 01  WS-IN-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
011700 01  WS-IN-AMOUNT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
011800 01  WS-IN-TRL-ITEM-COUNT           PIC 9(07) VALUE ZERO.
011900 01  WS-IN-TRL-AMOUNT-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
012000
012100 01  WS-SETTLED-COUNT               PIC 9(07) VALUE ZERO.
012200 01  WS-SETTLED-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
012300 01  WS-RETURNED-COUNT              PIC 9(07) VALUE ZERO.
012400 01  WS-RETURNED-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
012500 01  WS-PRENOTE-RETURNED-COUNT      PIC 9(07) VALUE ZERO.
012600 01  WS-FLAGGED-COUNT               PIC 9(07) VALUE ZERO.
012700 01  WS-REJECTED-COUNT              PIC 9(07) VALUE ZERO.
012800 01  WS-REJECTED-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
012900
013000 01  RPT-HEADING-1.
013100     05  FILLER                     PIC X(05) VALUE SPACES.
013200     05  FILLER                     PIC X(42) VALUE
013300         'EFT RETURN AND SETTLEMENT POSTING'.
013400
013500 01  RPT-HEADING-2.
013600     05  FILLER                     PIC X(05) VALUE SPACES.
013700     05  FILLER                     PIC X(04) VALUE 'TYP'.
013800     05  FILLER                     PIC X(15) VALUE 'PAYMENT NBR'.
013900     05  FILLER                     PIC X(17) VALUE 'TRACE NBR'.
014000     05  FILLER                     PIC X(08) VALUE 'CCN'.
014100     05  FILLER                     PIC X(05) VALUE 'RSN'.
014200     05  FILLER                     PIC X(08) VALUE SPACES.
014300     05  FILLER                     PIC X(08) VALUE 'AMOUNT'.
014400     05  FILLER                     PIC X(30) VALUE 'RESULT'.
014500
014600 01  RPT-DETAIL-LINE.
014700     05  FILLER                     PIC X(05) VALUE SPACES.
014800     05  RPT-RECORD-TYPE            PIC X(01).
014900     05  FILLER                     PIC X(03) VALUE SPACES.
015000     05  RPT-PAYMENT-NUMBER         PIC 9(13).
015100     05  FILLER                     PIC X(02) VALUE SPACES.
015200     05  RPT-TRACE-NUMBER           PIC 9(15).
015300     05  FILLER                     PIC X(02) VALUE SPACES.
015400     05  RPT-PROVIDER-NUMBER        PIC X(06).
015500     05  FILLER                     PIC X(02) VALUE SPACES.
015600     05  RPT-RETURN-CODE            PIC X(03).
015700     05  FILLER                     PIC X(02) VALUE SPACES.
015800     05  RPT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
015900     05  FILLER                     PIC X(02) VALUE SPACES.
016000     05  RPT-RESULT-TEXT            PIC X(30).
016100
016200 01  RPT-BALANCE-LINE.
016300     05  FILLER                     PIC X(05) VALUE SPACES.
016400     05  RPT-BAL-TEXT               PIC X(30).
016500     05  RPT-BAL-COMPUTED           PIC ZZZ,ZZZ,ZZ9.99.
016600     05  FILLER                     PIC X(02) VALUE SPACES.
016700     05  RPT-BAL-TRAILER            PIC ZZZ,ZZZ,ZZ9.99.
016800     05  FILLER                     PIC X(02) VALUE SPACES.
016900     05  RPT-BAL-FLAG               PIC X(12).
017000
017100 01  RPT-TOTAL-LINE.
017200     05  FILLER                     PIC X(05) VALUE SPACES.
017300     05  RPT-TOTAL-TEXT             PIC X(30).
017400     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
017500     05  FILLER                     PIC X(02) VALUE SPACES.
017600     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
017700/
017800 PROCEDURE DIVISION.
017900
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE.
018200     PERFORM 2000-PROVE-BANK-FILE UNTIL END-OF-FILE.
018300     PERFORM 2500-CHECK-TRAILER.
018400     IF FILE-IN-BALANCE  THEN
018500        CLOSE BANK-RETURNS-IN
018600        OPEN INPUT BANK-RETURNS-IN
018700        MOVE 'N'                    TO WS-EOF-SWITCH
018800        PERFORM 3900-READ-NEXT-ITEM
018900        PERFORM 3000-APPLY-ITEM UNTIL END-OF-FILE
019000     ELSE
019100        DISPLAY 'ESCALERT - BNKRTN OUT OF BALANCE TO ITS TRAILER '
019200           '- NOTHING APPLIED'
019300        MOVE 16                     TO RETURN-CODE
019400     END-IF.
019500     PERFORM 6000-PRINT-RUN-TOTALS.
019600     PERFORM 7000-TERMINATE.
019700     GOBACK.
019800/
019900 1000-INITIALIZE.
020000     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
020100
020200     OPEN INPUT  BANK-RETURNS-IN.
020300     OPEN I-O    EFT-REGISTER.
020400     OPEN I-O    BANKING-FILE.
020500     OPEN OUTPUT RETURNS-HELD-OUT.
020600     OPEN OUTPUT RETURN-GL-OUT.
020700     OPEN OUTPUT RETURN-REPORT.
020800     OPEN EXTEND MAINT-JOURNAL.
020900
021000     WRITE ERTRPT-RECORD         FROM RPT-HEADING-1.
021100     WRITE ERTRPT-RECORD         FROM RPT-HEADING-2.
021200
021300     PERFORM 2900-READ-NEXT-ITEM.
021400/
021500******************************************************************
021600*  THE FIRST PASS ONLY COUNTS - THE DETAIL COUNT AND DOLLARS     *
021700*  MUST PROVE TO THE BANK'S TRAILER BEFORE ANY REGISTER STATUS,  *
021800*  HELD RETURN, GL POSTING, OR BANKING FLAG IS WRITTEN.          *
021900******************************************************************
022000 2000-PROVE-BANK-FILE.
022100     ADD 1                          TO WS-IN-DETAIL-COUNT.
022200     ADD BRTN-AMOUNT                TO WS-IN-AMOUNT-TOTAL.
022300     PERFORM 2900-READ-NEXT-ITEM.
022400/
022500 2500-CHECK-TRAILER.
022600     MOVE 'ITEMS ON FILE . . . . . . .'  TO RPT-BAL-TEXT.
022700     MOVE WS-IN-DETAIL-COUNT        TO RPT-BAL-COMPUTED.
022800     MOVE WS-IN-TRL-ITEM-COUNT      TO RPT-BAL-TRAILER.
022900     IF WS-IN-DETAIL-COUNT NOT = WS-IN-TRL-ITEM-COUNT  THEN
023000        MOVE 'N'                    TO WS-BALANCE-SWITCH
023100        MOVE '*** OUT ***'          TO RPT-BAL-FLAG
023200     ELSE
023300        MOVE SPACES                 TO RPT-BAL-FLAG
023400     END-IF.
023500     WRITE ERTRPT-RECORD  FROM RPT-BALANCE-LINE.
023600
023700     MOVE 'ITEM DOLLARS  . . . . . . .'  TO RPT-BAL-TEXT.
023800     MOVE WS-IN-AMOUNT-TOTAL        TO RPT-BAL-COMPUTED.
023900     MOVE WS-IN-TRL-AMOUNT-TOTAL    TO RPT-BAL-TRAILER.
024000     IF WS-IN-AMOUNT-TOTAL NOT = WS-IN-TRL-AMOUNT-TOTAL  THEN
024100        MOVE 'N'                    TO WS-BALANCE-SWITCH
024200        MOVE '*** OUT ***'          TO RPT-BAL-FLAG
024300     ELSE
024400        MOVE SPACES                 TO RPT-BAL-FLAG
024500     END-IF.
024600     WRITE ERTRPT-RECORD  FROM RPT-BALANCE-LINE.
024700/
024800 2900-READ-NEXT-ITEM.
024900     READ BANK-RETURNS-IN
025000         AT END
025100           MOVE 'Y'                 TO WS-EOF-SWITCH
025200           IF TRAILER-NOT-RECEIVED  THEN
025300              MOVE 'N'              TO WS-BALANCE-SWITCH
025400              DISPLAY 'ESCALERT - BNKRTN HAS NO TRAILER RECORD - '
025500                 'FILE MAY BE TRUNCATED'
025600           END-IF
025700         NOT AT END
025800           IF BRTN-IS-TRAILER  THEN
025900              MOVE 'Y'              TO WS-TRAILER-RECEIVED-SWITCH
026000              MOVE BRTN-TRL-ITEM-COUNT TO WS-IN-TRL-ITEM-COUNT
026100              MOVE BRTN-TRL-AMOUNT-TOTAL TO
026200                                    WS-IN-TRL-AMOUNT-TOTAL
026300              MOVE 'Y'              TO WS-EOF-SWITCH
026400           END-IF
026500     END-READ.
026600/
026700******************************************************************
026800*  THE SECOND PASS APPLIES EACH ITEM.  THE PAYMENT NUMBER FINDS  *
026900*  THE REGISTER RECORD; THE TRACE AND AMOUNT MUST AGREE WITH IT, *
027000*  OR THE ITEM IS REJECTED TO THE REPORT FOR TREASURY TO WORK.   *
027100******************************************************************
027200 3000-APPLY-ITEM.
027300     MOVE SPACES                    TO RPT-RESULT-TEXT
027400                                       RPT-PROVIDER-NUMBER.
027500     MOVE 'N'                       TO WS-FLAGGED-SWITCH.
027600
027700     MOVE BRTN-PAYMENT-NUMBER       TO EFRG-PAYMENT-NUMBER.
027800     READ EFT-REGISTER
027900         INVALID KEY
028000            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
028100         NOT INVALID KEY
028200            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
028300     END-READ.
028400
028500     IF RECORD-FOUND  THEN
028600        MOVE EFRG-PROVIDER-NUMBER   TO RPT-PROVIDER-NUMBER
028700     END-IF.
028800
028900     EVALUATE TRUE
029000        WHEN RECORD-NOT-FOUND
029100           MOVE 'REJECTED - NOT ON EFT REGISTER'
029150                                    TO RPT-RESULT-TEXT
029200        WHEN BRTN-TRACE-NUMBER NOT = EFRG-TRACE-NUMBER
029300           MOVE 'REJECTED - TRACE MISMATCH' TO RPT-RESULT-TEXT
029400        WHEN BRTN-AMOUNT NOT = EFRG-PAYMENT-AMT
029500           MOVE 'REJECTED - AMOUNT MISMATCH' TO RPT-RESULT-TEXT
029600        WHEN BRTN-IS-SETTLEMENT
029700           PERFORM 3100-SETTLE-PAYMENT
029800        WHEN BRTN-IS-RETURN
029900           PERFORM 3200-RETURN-PAYMENT
030000        WHEN OTHER
030100           MOVE 'REJECTED - INVALID RECORD TYPE'
030150                                    TO RPT-RESULT-TEXT
030200     END-EVALUATE.
030300
030400     IF RPT-RESULT-TEXT (1:8) = 'REJECTED'  THEN
030500        ADD 1                       TO WS-REJECTED-COUNT
030600        ADD BRTN-AMOUNT             TO WS-REJECTED-TOTAL
030700     END-IF.
030800
030900     MOVE BRTN-RECORD-TYPE          TO RPT-RECORD-TYPE.
031000     MOVE BRTN-PAYMENT-NUMBER       TO RPT-PAYMENT-NUMBER.
031100     MOVE BRTN-TRACE-NUMBER         TO RPT-TRACE-NUMBER.
031200     MOVE BRTN-RETURN-CODE          TO RPT-RETURN-CODE.
031300     MOVE BRTN-AMOUNT               TO RPT-AMOUNT.
031400     WRITE ERTRPT-RECORD            FROM RPT-DETAIL-LINE.
031500
031600     PERFORM 3900-READ-NEXT-ITEM.
031700/
031800 3100-SETTLE-PAYMENT.
031900     IF EFRG-ISSUED  THEN
032000        MOVE 'S'                    TO EFRG-STATUS
032100        MOVE BRTN-EFFECTIVE-DATE    TO EFRG-STATUS-DATE
032200        REWRITE EFT-REGISTER-RECORD
032300        ADD 1                       TO WS-SETTLED-COUNT
032400        ADD EFRG-PAYMENT-AMT        TO WS-SETTLED-TOTAL
032500        MOVE 'SETTLED'              TO RPT-RESULT-TEXT
032600     ELSE
032700        MOVE 'REJECTED - NOT ISSUED'   TO RPT-RESULT-TEXT
032800     END-IF.
032900/
033000******************************************************************
033100*  A RETURN CAN FOLLOW THE SETTLEMENT CONFIRMATION BY DAYS, SO   *
033200*  AN ISSUED OR A SETTLED PAYMENT MAY BE RETURNED - ONCE.  THE   *
033300*  MONEY GOES TO THE HELD-RETURNS FILE AND BACK ONTO THE BOOKS   *
033400*  AS CASH OWED TO THE PROVIDER; A PRENOTE MOVED NO MONEY, SO    *
033500*  ITS RETURN ONLY FLAGS THE ACCOUNT.                            *
033600******************************************************************
033700 3200-RETURN-PAYMENT.
033800     IF EFRG-ISSUED  OR  EFRG-SETTLED  THEN
033900        MOVE 'R'                    TO EFRG-STATUS
034000        MOVE BRTN-EFFECTIVE-DATE    TO EFRG-STATUS-DATE
034100        MOVE BRTN-RETURN-CODE       TO EFRG-RETURN-CODE
034200        REWRITE EFT-REGISTER-RECORD
034300        IF EFRG-IS-PRENOTE  OR  BRTN-ACCOUNT-UNUSABLE  THEN
034400           PERFORM 3400-FLAG-BANKING-RECORD
034500        END-IF
034600        IF EFRG-IS-PRENOTE  THEN
034700           ADD 1                    TO WS-PRENOTE-RETURNED-COUNT
034800           IF ACCOUNT-FLAGGED  THEN
034900              MOVE 'PRENOTE RETURNED - FLAGGED' TO RPT-RESULT-TEXT
035000           ELSE
035100              MOVE 'PRENOTE RTN - ACCT CHANGED'
035200                                    TO RPT-RESULT-TEXT
035300           END-IF
035400        ELSE
035500           WRITE ERTHELD-RECORD     FROM EFT-REGISTER-RECORD
035600           PERFORM 3300-POST-RETURN-GL
035700           ADD 1                    TO WS-RETURNED-COUNT
035800           ADD EFRG-PAYMENT-AMT     TO WS-RETURNED-TOTAL
035900           IF ACCOUNT-FLAGGED  THEN
036000              MOVE 'RETURNED - HELD, ACCT FLAGGED'
036100                                    TO RPT-RESULT-TEXT
036200           ELSE
036300              MOVE 'RETURNED - HELD FOR REISSUE'
036400                                    TO RPT-RESULT-TEXT
036500           END-IF
036600        END-IF
036700     ELSE
036800        MOVE 'REJECTED - ALREADY RETURNED' TO RPT-RESULT-TEXT
036900     END-IF.
037000/
037100 3300-POST-RETURN-GL.
037200     MOVE SPACES                    TO GL-POSTING-RECORD.
037300     MOVE 'P'                       TO GL-RECORD-TYPE.
037400     MOVE EFRG-PROVIDER-NUMBER      TO GL-PROVIDER-NUMBER.
037500     MOVE BRTN-EFFECTIVE-DATE (1:6) TO GL-POSTING-PERIOD.
037600     MOVE 'ERTN'                    TO GL-COMPONENT-CODE.
037700     MOVE GL-DEBIT-ACCT-CASH        TO GL-DEBIT-ACCOUNT.
037800     MOVE GL-CREDIT-ACCT-PAYABLE    TO GL-CREDIT-ACCOUNT.
037900     MOVE EFRG-PAYMENT-AMT          TO GL-AMOUNT.
038000     WRITE GL-POSTING-RECORD.
038100/
038200******************************************************************
038300*  THE FLAG GOES ON ONLY IF THE BANKING MASTER STILL HOLDS THE   *
038400*  ROUTING AND ACCOUNT THE RETURNED ENTRY WENT TO - A PROVIDER   *
038500*  WHO HAS ALREADY KEYED NEW BANKING IS NOT FLAGGED FOR THE OLD. *
038600******************************************************************
038700 3400-FLAG-BANKING-RECORD.
038800     MOVE EFRG-PROVIDER-NUMBER      TO PBNK-PROVIDER-NUMBER.
038900     READ BANKING-FILE
039000         INVALID KEY
039100            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
039200         NOT INVALID KEY
039300            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
039400     END-READ.
039500
039600     IF RECORD-FOUND  THEN
039700        IF PBNK-ROUTING-NUMBER = EFRG-ROUTING-NUMBER  AND
039800           PBNK-ACCOUNT-NUMBER = EFRG-ACCOUNT-NUMBER  THEN
039900           MOVE SPACES              TO WS-BEFORE-IMAGE
040000           MOVE PROVIDER-BANKING-RECORD TO WS-BEFORE-IMAGE
040100           MOVE 'R'                 TO PBNK-VERIFY-STATUS
040200           MOVE WS-TODAY            TO PBNK-VERIFY-DATE
040300           REWRITE PROVIDER-BANKING-RECORD
040400           PERFORM 3500-WRITE-JOURNAL-RECORD
040500           MOVE 'Y'                 TO WS-FLAGGED-SWITCH
040600           ADD 1                    TO WS-FLAGGED-COUNT
040700        END-IF
040800     END-IF.
040900/
041000******************************************************************
041100***  The banking flag is journaled like any other change to the
041200***  master: before/after images, stamped with this program.
041300******************************************************************
041400 3500-WRITE-JOURNAL-RECORD.
041500     ACCEPT WS-TIME-NOW          FROM TIME.
041600     MOVE 'ESCALERT'                TO MJRN-PROGRAM-ID.
041700     MOVE 'ESCALERT'                TO MJRN-OPERATOR-ID.
041800     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
041900     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
042000     MOVE 'C'                       TO MJRN-ACTION-CODE.
042100     MOVE SPACES                    TO MJRN-RECORD-KEY.
042200     STRING PBNK-PROVIDER-NUMBER
042300        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
042400     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
042500     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
042600     MOVE PROVIDER-BANKING-RECORD   TO MJRN-AFTER-IMAGE.
042700     WRITE MAINT-JOURNAL-RECORD.
042800/
042900 3900-READ-NEXT-ITEM.
043000     READ BANK-RETURNS-IN
043100         AT END MOVE 'Y'            TO WS-EOF-SWITCH
043200         NOT AT END
043300           IF BRTN-IS-TRAILER  THEN
043400              MOVE 'Y'              TO WS-EOF-SWITCH
043500           END-IF
043600     END-READ.
043700/
043800 6000-PRINT-RUN-TOTALS.
043900     MOVE 'PAYMENTS SETTLED  . . . . .'  TO RPT-TOTAL-TEXT.
044000     MOVE WS-SETTLED-COUNT          TO RPT-TOTAL-COUNT.
044100     MOVE WS-SETTLED-TOTAL          TO RPT-TOTAL-AMT.
044200     WRITE ERTRPT-RECORD  FROM RPT-TOTAL-LINE.
044300
044400     MOVE 'PAYMENTS RETURNED AND HELD  '  TO RPT-TOTAL-TEXT.
044500     MOVE WS-RETURNED-COUNT         TO RPT-TOTAL-COUNT.
044600     MOVE WS-RETURNED-TOTAL         TO RPT-TOTAL-AMT.
044700     WRITE ERTRPT-RECORD  FROM RPT-TOTAL-LINE.
044800
044900     MOVE 'PRENOTES RETURNED . . . . .'  TO RPT-TOTAL-TEXT.
045000     MOVE WS-PRENOTE-RETURNED-COUNT TO RPT-TOTAL-COUNT.
045100     MOVE ZERO                      TO RPT-TOTAL-AMT.
045200     WRITE ERTRPT-RECORD  FROM RPT-TOTAL-LINE.
045300
045400     MOVE 'BANKING RECORDS FLAGGED . .'  TO RPT-TOTAL-TEXT.
045500     MOVE WS-FLAGGED-COUNT          TO RPT-TOTAL-COUNT.
045600     MOVE ZERO                      TO RPT-TOTAL-AMT.
045700     WRITE ERTRPT-RECORD  FROM RPT-TOTAL-LINE.
045800
045900     MOVE 'ITEMS REJECTED  . . . . . .'  TO RPT-TOTAL-TEXT.
046000     MOVE WS-REJECTED-COUNT         TO RPT-TOTAL-COUNT.
046100     MOVE WS-REJECTED-TOTAL         TO RPT-TOTAL-AMT.
046200     WRITE ERTRPT-RECORD  FROM RPT-TOTAL-LINE.
046300/
046400 7000-TERMINATE.
046500     CLOSE BANK-RETURNS-IN
046600           EFT-REGISTER
046700           BANKING-FILE
046800           RETURNS-HELD-OUT
046900           RETURN-GL-OUT
047000           RETURN-REPORT
047100           MAINT-JOURNAL.
