000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALTPD.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALTPD - NEW PROGRAM
000700*         - TRADING-PARTNER DISTRIBUTION.  THE NIGHT'S REMITTANCE
000800*           (PRCREMA), CLAIM ACKNOWLEDGMENT (PRCACK), AND RETURN-
000900*           TO-PROVIDER NOTICE (NOTICE) FILES ARE EACH CUT AS ONE
001000*           FILE FOR EVERY PROVIDER.  THIS STEP SPLITS THEM BY THE
001100*           TRADING-PARTNER MASTER (TPMAST, SEE ESCALTPM): EACH
001200*           PROVIDER'S RECORDS GO TO THE RECEIVER ITS ROW FOR THE
001300*           TRANSACTION TYPE NAMES TONIGHT, ONE ENVELOPE PER
001400*           RECEIVER, MAILBOX, AND TYPE ON DISTOUT (DSTCPY), UNDER
001500*           ITS OWN CONTROL NUMBER FROM X12CTL AND WITH THE NATIVE
001600*           FILE'S TRAILER REBUILT TO BALANCE TO THAT RECEIVER'S
001700*           RECORDS.  A PROVIDER WITH NO ACTIVE RECEIVER - NO ROW,
001800*           A ROW THAT HAS ENDED, OR ONE NOT YET IN EFFECT - IS
001900*           LISTED ON TPDRPT AND ITS RECORDS ARE ENVELOPED ON THE
002000*           HOLD FILE (DISTHLD) INSTEAD OF SENT.  THE FILES ARE
002100*           READ ONCE TO ROUTE EVERY PROVIDER AND AGAIN FOR EACH
002200*           ENVELOPE, SO NO SORT IS NEEDED AND EACH RECEIVER SEES
002300*           ITS RECORDS IN THE ORDER THEY WERE WRITTEN.  RETURN
002400*           CODE 0 WHEN EVERYTHING WAS SENT, 4 WHEN ANYTHING WAS
002500*           HELD, 16 WHEN X12CTL IS EMPTY OR THE ROUTING TABLES
002600*           OVERFLOW (NOTHING IS WRITTEN).  REGISTERS WITH THE
002700*           JOB-STREAM REGISTRY (ESCALJSR) BEHIND ESCALRCV AND
002800*           ESCALRTP.
002900******************************************************************
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.            IBM-Z990.
003400 OBJECT-COMPUTER.            IBM-Z990.
003500 INPUT-OUTPUT  SECTION.
003600 FILE-CONTROL.
003700     SELECT TRADING-PARTNER-MASTER ASSIGN TO TPMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS TPM-RECORD-KEY.
004100     SELECT REMIT-EXTRACT-IN     ASSIGN TO PRCREMA
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT ACKNOWLEDGMENT-IN    ASSIGN TO PRCACK
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT NOTICE-IN            ASSIGN TO NOTICE
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT X12-CONTROL          ASSIGN TO X12CTL
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT DISTRIBUTION-OUT     ASSIGN TO DISTOUT
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT DISTRIBUTION-HOLD    ASSIGN TO DISTHLD
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT DISTRIBUTION-REPORT  ASSIGN TO TPDRPT
005400         ORGANIZATION IS SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TRADING-PARTNER-MASTER
005900     LABEL RECORDS ARE STANDARD.
006000 COPY TPMCPY.
006100/
006200 FD  REMIT-EXTRACT-IN
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500 COPY REMCPY.
006600/
006700 FD  ACKNOWLEDGMENT-IN
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000 COPY ACKCPY.
007100/
007200 FD  NOTICE-IN
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 COPY NTCCPY.
007600/
007700 FD  X12-CONTROL
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 COPY X12CCPY.
008100/
008200 FD  DISTRIBUTION-OUT
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  DISTOUT-RECORD                 PIC X(150).
008600/
008700 FD  DISTRIBUTION-HOLD
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  DISTHLD-RECORD                 PIC X(150).
009100/
009200 FD  DISTRIBUTION-REPORT
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  TPDRPT-RECORD                  PIC X(132).
009600/
009700 WORKING-STORAGE SECTION.
009800 01  W-STORAGE-REF                  PIC X(46) VALUE
009900     'ESCALTPD      - W O R K I N G   S T O R A G E'.
010000
010100 01  WS-X12C-EOF-SWITCH             PIC X(01) VALUE 'N'.
010200     88  X12C-NOT-ON-FILE                      VALUE 'Y'.
010300     88  X12C-ON-FILE                          VALUE 'N'.
010400
010500 01  WS-INPUT-EOF-SWITCH            PIC X(01).
010600     88  INPUT-END-OF-FILE                     VALUE 'Y'.
010700
010800 01  WS-ROW-EOF-SWITCH              PIC X(01).
010900     88  ROW-SCAN-DONE                         VALUE 'Y'.
011000
011100 01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
011200     88  ROUTING-TABLE-FULL                    VALUE 'Y'.
011300
011400 01  WS-TODAY                       PIC 9(08).
011500 01  WS-TIME-NOW                    PIC 9(08).
011600
011700******************************************************************
011800*  THE TRANSACTION TYPES SPLIT, IN THE ORDER THEIR FILES ARE     *
011900*  READ - THE SUBSCRIPT IS CARRIED ON EVERY ROUTE AND ENVELOPE.  *
012000******************************************************************
012100 01  WS-TYPE-TABLE.
012200     05  FILLER                     PIC X(15) VALUE '835REMIT'.
012300     05  FILLER                     PIC X(15) VALUE 'ACKACK'.
012400     05  FILLER                     PIC X(15) VALUE
012500         'RTPRTP NOTICE'.
012600 01  WS-TYPES  REDEFINES  WS-TYPE-TABLE.
012700     05  WS-TYPE-ENTRY  OCCURS 3 TIMES.
012800         10  WS-TYPE-CODE           PIC X(03).
012900         10  WS-TYPE-LABEL          PIC X(12).
013000 01  WS-TYPE-SUB                    PIC 9(01).
013100
013200 01  WS-TYPE-TOTAL-TABLE.
013300     05  WS-TYPE-TOTAL  OCCURS 3 TIMES.
013400         10  WS-TYPE-READ-COUNT     PIC 9(07).
013500         10  WS-TYPE-SENT-COUNT     PIC 9(07).
013600         10  WS-TYPE-HELD-COUNT     PIC 9(07).
013700         10  WS-TYPE-ENVELOPE-COUNT PIC 9(05).
013800
013900******************************************************************
014000*  ONE ROUTE PER CCN AND TYPE IN TONIGHT'S FILES - THE RECEIVER  *
014100*  STATUS THE MASTER GAVE IT ('A' ACTIVE, 'N' NO ROW, 'E' ROW    *
014200*  ENDED, 'F' ROW NOT YET IN EFFECT) AND THE ENVELOPE ITS        *
014300*  RECORDS GO INTO.  THE LAST ROUTE FOUND IS KEPT, SINCE EACH    *
014400*  FILE RUNS IN PROVIDER BLOCKS.                                 *
014500******************************************************************
014600 01  WS-ROUTE-MAX                   PIC 9(04) VALUE 5000.
014700 01  WS-ROUTE-COUNT                 PIC 9(04) VALUE ZERO.
014800 01  WS-ROUTE-TABLE.
014900     05  WS-ROUTE-ENTRY  OCCURS 5000 TIMES.
015000         10  WS-RTE-TYPE-SUB        PIC 9(01).
015100         10  WS-RTE-PROVIDER        PIC X(06).
015200         10  WS-RTE-STATUS          PIC X(01).
015300         10  WS-RTE-END-DATE        PIC 9(08).
015400         10  WS-RTE-ENVELOPE        PIC 9(03).
015500         10  WS-RTE-RECORD-COUNT    PIC 9(07).
015600 01  WS-ROUTE-SUB                   PIC 9(04).
015700 01  WS-ROUTE-SCAN-SUB              PIC 9(04).
015800 01  WS-CURRENT-ROUTE               PIC 9(04).
015900
016000 01  WS-LOOK-TYPE-SUB               PIC 9(01).
016100 01  WS-LOOK-PROVIDER               PIC X(06).
016200 01  WS-LOOK-HOLD-SWITCH            PIC X(01).
016300 01  WS-LAST-TYPE-SUB               PIC 9(01) VALUE ZERO.
016400 01  WS-LAST-PROVIDER               PIC X(06) VALUE SPACES.
016500 01  WS-LAST-ROUTE-SUB              PIC 9(04) VALUE ZERO.
016600
016700******************************************************************
016800*  THE MASTER ROW THAT GOVERNS TONIGHT - THE LATEST OF THE CCN   *
016900*  AND TYPE NOT EFFECTIVE AFTER TODAY.                           *
017000******************************************************************
017100 01  WS-ROW-KEY.
017200     05  WS-ROW-PROVIDER            PIC X(06).
017300     05  WS-ROW-TYPE                PIC X(03).
017400 01  WS-ROW-FOUND-SWITCH            PIC X(01).
017500     88  GOVERNING-ROW-FOUND                   VALUE 'Y'.
017600 01  WS-ROW-LATER-SWITCH            PIC X(01).
017700     88  LATER-ROW-FOUND                       VALUE 'Y'.
017800 01  WS-ROW-STATUS                  PIC X(01).
017900 01  WS-ROW-END-DATE                PIC 9(08).
018000 01  WS-ROW-USAGE                   PIC X(01).
018100 01  WS-ROW-RECEIVER-ID             PIC X(15).
018200 01  WS-ROW-MAILBOX                 PIC X(20).
018300 01  WS-ROW-RECEIVER-NAME           PIC X(25).
018400
018500******************************************************************
018600*  ONE ENVELOPE PER RECEIVER, MAILBOX, USE, AND TYPE, IN THE     *
018700*  ORDER FIRST MET.  A HOLD ENVELOPE GATHERS A TYPE'S RECORDS    *
018800*  THAT HAVE NO ACTIVE RECEIVER.                                 *
018900******************************************************************
019000 01  WS-ENVELOPE-MAX                PIC 9(03) VALUE 500.
019100 01  WS-ENVELOPE-COUNT              PIC 9(03) VALUE ZERO.
019200 01  WS-ENVELOPE-TABLE.
019300     05  WS-ENV-ENTRY  OCCURS 500 TIMES.
019400         10  WS-ENV-TYPE-SUB        PIC 9(01).
019500         10  WS-ENV-HOLD-SWITCH     PIC X(01).
019600             88  WS-ENV-IS-HOLD                VALUE 'Y'.
019700         10  WS-ENV-RECEIVER-ID     PIC X(15).
019800         10  WS-ENV-MAILBOX         PIC X(20).
019900         10  WS-ENV-USAGE           PIC X(01).
020000         10  WS-ENV-RECEIVER-NAME   PIC X(25).
020100         10  WS-ENV-PROVIDER-COUNT  PIC 9(05).
020200         10  WS-ENV-CONTROL-NUMBER  PIC 9(09).
020300         10  WS-ENV-BODY-COUNT      PIC 9(07).
020400         10  WS-ENV-DETAIL-COUNT    PIC 9(07).
020500         10  WS-ENV-AMOUNT          PIC 9(11)V9(02).
020600 01  WS-ENV-SUB                     PIC 9(03).
020700 01  WS-ENV-SCAN-SUB                PIC 9(03).
020800 01  WS-ENV-HIT                     PIC 9(03).
020900
021000******************************************************************
021100*  THE NATIVE TRAILER OF THE ENVELOPE IN HAND, REBUILT FROM ITS  *
021200*  OWN RECORDS.                                                  *
021300******************************************************************
021400 01  WS-GROSS-TOTAL                 PIC 9(11)V9(02).
021500 01  WS-NET-TOTAL                   PIC 9(11)V9(02).
021600 01  WS-REVERSED-TOTAL              PIC 9(11)V9(02).
021700 01  WS-OFFSET-TOTAL                PIC 9(11)V9(02).
021800 01  WS-ACK-RECORD-COUNT            PIC 9(07) VALUE ZERO.
021900 01  WS-ACK-TRAILER-COUNT           PIC 9(05) VALUE ZERO.
022000 01  WS-ACK-TRAILER-SEEN            PIC 9(05).
022100 01  WS-ACK-ACCEPTED-COUNT          PIC 9(07).
022200 01  WS-ACK-REJECTED-COUNT          PIC 9(07).
022300 01  WS-NTC-PROVIDER-COUNT          PIC 9(05).
022400
022500 01  WS-BODY-IMAGE                  PIC X(140).
022600 01  WS-DIST-IMAGE                  PIC X(150).
022700
022800 01  WS-SENT-ENVELOPES              PIC 9(05) VALUE ZERO.
022900 01  WS-HOLD-ENVELOPES              PIC 9(05) VALUE ZERO.
023000 01  WS-UNROUTED-COUNT              PIC 9(05) VALUE ZERO.
023100 01  WS-HELD-TOTAL                  PIC 9(07) VALUE ZERO.
023200
023300 01  RPT-HEADING-1.
023400     05  FILLER                     PIC X(10) VALUE 'ESCALTPD'.
023500     05  FILLER                     PIC X(40) VALUE
023600         'TRADING-PARTNER DISTRIBUTION'.
023700     05  FILLER                     PIC X(09) VALUE 'RUN DATE '.
023800     05  RPT-H1-RUN-DATE            PIC 9(08).
023900     05  FILLER                     PIC X(65) VALUE SPACES.
024000 01  RPT-HEADING-2.
024100     05  FILLER                     PIC X(11) VALUE 'CONTROL NO'.
024200     05  FILLER                     PIC X(05) VALUE 'TYPE'.
024300     05  FILLER                     PIC X(17) VALUE 'RECEIVER'.
024400     05  FILLER                     PIC X(22) VALUE 'MAILBOX'.
024500     05  FILLER                     PIC X(05) VALUE 'USE'.
024600     05  FILLER                     PIC X(27) VALUE 'NAME'.
024700     05  FILLER                     PIC X(08) VALUE ' PROVS'.
024800     05  FILLER                     PIC X(11) VALUE '  RECORDS'.
024900     05  FILLER                     PIC X(17) VALUE
025000         '       NET AMOUNT'.
025100     05  FILLER                     PIC X(09) VALUE SPACES.
025200 01  RPT-ENVELOPE-LINE.
025300     05  RPT-E-CONTROL-NUMBER       PIC 9(09).
025400     05  FILLER                     PIC X(02) VALUE SPACES.
025500     05  RPT-E-TYPE                 PIC X(03).
025600     05  FILLER                     PIC X(02) VALUE SPACES.
025700     05  RPT-E-RECEIVER-ID          PIC X(15).
025800     05  FILLER                     PIC X(02) VALUE SPACES.
025900     05  RPT-E-MAILBOX              PIC X(20).
026000     05  FILLER                     PIC X(02) VALUE SPACES.
026100     05  RPT-E-USAGE                PIC X(01).
026200     05  FILLER                     PIC X(04) VALUE SPACES.
026300     05  RPT-E-RECEIVER-NAME        PIC X(25).
026400     05  FILLER                     PIC X(02) VALUE SPACES.
026500     05  RPT-E-PROVIDERS            PIC ZZ,ZZ9.
026600     05  FILLER                     PIC X(02) VALUE SPACES.
026700     05  RPT-E-RECORDS              PIC Z,ZZZ,ZZ9.
026800     05  FILLER                     PIC X(02) VALUE SPACES.
026900     05  RPT-E-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027000     05  FILLER                     PIC X(09) VALUE SPACES.
027100 01  RPT-HEADING-3.
027200     05  FILLER                     PIC X(36) VALUE
027300         'PROVIDERS WITH NO ACTIVE RECEIVER - '.
027400     05  FILLER                     PIC X(24) VALUE
027500         'RECORDS HELD ON DISTHLD'.
027600     05  FILLER                     PIC X(72) VALUE SPACES.
027700 01  RPT-HEADING-4.
027800     05  FILLER                     PIC X(08) VALUE 'CCN'.
027900     05  FILLER                     PIC X(05) VALUE 'TYPE'.
028000     05  FILLER                     PIC X(11) VALUE '    RECORDS'.
028100     05  FILLER                     PIC X(02) VALUE SPACES.
028200     05  FILLER                     PIC X(106) VALUE 'REASON'.
028300 01  RPT-UNROUTED-LINE.
028400     05  RPT-U-PROVIDER             PIC X(06).
028500     05  FILLER                     PIC X(02) VALUE SPACES.
028600     05  RPT-U-TYPE                 PIC X(03).
028700     05  FILLER                     PIC X(02) VALUE SPACES.
028800     05  RPT-U-RECORDS              PIC Z,ZZZ,ZZ9.
028900     05  FILLER                     PIC X(04) VALUE SPACES.
029000     05  RPT-U-REASON               PIC X(50).
029100     05  FILLER                     PIC X(56) VALUE SPACES.
029200 01  RPT-TOTAL-LINE.
029300     05  RPT-T-LABEL                PIC X(40).
029400     05  RPT-T-COUNT                PIC ZZZ,ZZZ,ZZ9.
029500     05  FILLER                     PIC X(81) VALUE SPACES.
029600/
029700 COPY DSTCPY.
029800/
029900 COPY JSXCPY.
030000/
030100 PROCEDURE DIVISION.
030200
030300 0000-MAINLINE.
030400*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
030500*    TOUCHES NOTHING.
030600     PERFORM 0800-REGISTER-STEP-START.
030700     IF JSX-STEP-REFUSED  THEN
030800        MOVE 16                     TO RETURN-CODE
030900        GOBACK
031000     END-IF.
031100
031200     PERFORM 1000-INITIALIZE.
031300     IF X12C-ON-FILE  THEN
031400        PERFORM 2000-ROUTE-REMITS
031500        PERFORM 2100-ROUTE-ACKNOWLEDGMENTS
031600        PERFORM 2200-ROUTE-NOTICES
031700        IF NOT ROUTING-TABLE-FULL  THEN
031800           PERFORM 3000-WRITE-ENVELOPES
031900           PERFORM 7000-REPORT-UNROUTED
032000        END-IF
032100        PERFORM 8900-PRINT-TOTALS
032200     END-IF.
032300     PERFORM 9000-TERMINATE.
032400     PERFORM 0850-REGISTER-STEP-END.
032500     GOBACK.
032600/
032700******************************************************************
032800*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
032900*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
033000*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
033100*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
033200*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
033300******************************************************************
033400 0800-REGISTER-STEP-START.
033500     MOVE 'S'                       TO JSX-FUNCTION.
033600     MOVE 'ESCALTPD'                TO JSX-STEP-NAME.
033700     MOVE ZERO                      TO JSX-RUN-DATE.
033800     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
033900     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
034000/
034100 0850-REGISTER-STEP-END.
034200     MOVE 'E'                       TO JSX-FUNCTION.
034300     MOVE RETURN-CODE               TO JSX-STEP-RC.
034400     MOVE 'ENVELOPES'               TO JSX-COUNT-LABEL (1).
034500     MOVE WS-SENT-ENVELOPES         TO JSX-COUNT (1).
034600     MOVE 'NO RECEIVER'             TO JSX-COUNT-LABEL (2).
034700     MOVE WS-UNROUTED-COUNT         TO JSX-COUNT (2).
034800     MOVE 'HELD RECORDS'            TO JSX-COUNT-LABEL (3).
034900     MOVE WS-HELD-TOTAL             TO JSX-COUNT (3).
035000     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
035100     MOVE JSX-STEP-RC               TO RETURN-CODE.
035200/
035300 1000-INITIALIZE.
035400     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
035500     ACCEPT WS-TIME-NOW          FROM TIME.
035600     INITIALIZE WS-TYPE-TOTAL-TABLE.
035700
035800*    THE CONTROL RECORD IS HELD OPEN AND REWRITTEN WITH THE NEXT
035900*    INTERCHANGE NUMBER AT THE END OF THE RUN.
036000     OPEN I-O    X12-CONTROL.
036100     READ X12-CONTROL
036200         AT END
036300           MOVE 'Y'                 TO WS-X12C-EOF-SWITCH
036400           DISPLAY 'ESCALTPD - X12CTL IS EMPTY - NO CONTROL '
036500              'NUMBERS ON HAND, NOTHING DISTRIBUTED'
036600     END-READ.
036700     IF X12C-ON-FILE  THEN
036800        OPEN INPUT  TRADING-PARTNER-MASTER
036900        OPEN OUTPUT DISTRIBUTION-REPORT
037000        MOVE WS-TODAY               TO RPT-H1-RUN-DATE
037100        WRITE TPDRPT-RECORD      FROM RPT-HEADING-1
037200     END-IF.
037300/
037400******************************************************************
037500*  THE ROUTING PASS - EVERY CCN IN EACH FILE IS LOOKED UP ON THE *
037600*  MASTER ONCE AND GIVEN ITS ENVELOPE, AND ITS RECORDS COUNTED.  *
037700*  A FILE'S OWN TRAILER IS NOT ROUTED; EACH ENVELOPE GETS ONE    *
037800*  REBUILT FOR IT.                                               *
037900******************************************************************
038000 2000-ROUTE-REMITS.
038100     MOVE 1                         TO WS-LOOK-TYPE-SUB.
038200     OPEN INPUT  REMIT-EXTRACT-IN.
038300     MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
038400     PERFORM 2010-ROUTE-ONE-REMIT UNTIL INPUT-END-OF-FILE.
038500     CLOSE REMIT-EXTRACT-IN.
038600/
038700 2010-ROUTE-ONE-REMIT.
038800     READ REMIT-EXTRACT-IN
038900         AT END MOVE 'Y'         TO WS-INPUT-EOF-SWITCH
039000         NOT AT END
039100           IF NOT REM-IS-TRAILER  THEN
039200              MOVE REM-PROVIDER-NUMBER TO WS-LOOK-PROVIDER
039300              PERFORM 2900-COUNT-ROUTED-RECORD
039400           END-IF
039500     END-READ.
039600/
039700******************************************************************
039800*  AN ACKNOWLEDGMENT LINE IS ROUTED BY THE CCN IT WAS BILLED     *
039900*  UNDER.  THE TRANSMISSION HEADERS AND TRAILERS SPEAK FOR THE   *
040000*  WHOLE FILE, SO THEY GO INTO EVERY ACK ENVELOPE - AND INTO A   *
040100*  HOLD ENVELOPE WHEN NO LINE CAME BACK AT ALL.                  *
040200******************************************************************
040300 2100-ROUTE-ACKNOWLEDGMENTS.
040400     MOVE 2                         TO WS-LOOK-TYPE-SUB.
040500     OPEN INPUT  ACKNOWLEDGMENT-IN.
040600     MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
040700     PERFORM 2110-ROUTE-ONE-ACK UNTIL INPUT-END-OF-FILE.
040800     CLOSE ACKNOWLEDGMENT-IN.
040900
041000     IF WS-ACK-RECORD-COUNT > ZERO  AND
041100        WS-TYPE-ENVELOPE-COUNT (2) = ZERO  AND
041200        NOT ROUTING-TABLE-FULL  THEN
041300        MOVE 'Y'                    TO WS-LOOK-HOLD-SWITCH
041400        PERFORM 8150-CLEAR-RECEIVER
041500        PERFORM 8200-FIND-ENVELOPE
041600     END-IF.
041700/
041800 2110-ROUTE-ONE-ACK.
041900     READ ACKNOWLEDGMENT-IN
042000         AT END MOVE 'Y'         TO WS-INPUT-EOF-SWITCH
042100         NOT AT END
042200           ADD 1                    TO WS-ACK-RECORD-COUNT
042300           EVALUATE TRUE
042400              WHEN ACK-IS-DETAIL
042500                 MOVE ACK-PROVIDER-NUMBER TO WS-LOOK-PROVIDER
042600                 PERFORM 2900-COUNT-ROUTED-RECORD
042700              WHEN ACK-IS-TRAILER
042800                 ADD 1              TO WS-ACK-TRAILER-COUNT
042900              WHEN OTHER
043000                 CONTINUE
043100           END-EVALUATE
043200     END-READ.
043300/
043400******************************************************************
043500*  A NOTICE BATCH IS ROUTED BY ITS 'P' RECORD; ITS 'D' DETAILS   *
043600*  FOLLOW IT INTO THE SAME ENVELOPE.                             *
043700******************************************************************
043800 2200-ROUTE-NOTICES.
043900     MOVE 3                         TO WS-LOOK-TYPE-SUB.
044000     MOVE ZERO                      TO WS-CURRENT-ROUTE.
044100     OPEN INPUT  NOTICE-IN.
044200     MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
044300     PERFORM 2210-ROUTE-ONE-NOTICE UNTIL INPUT-END-OF-FILE.
044400     CLOSE NOTICE-IN.
044500/
044600 2210-ROUTE-ONE-NOTICE.
044700     READ NOTICE-IN
044800         AT END MOVE 'Y'         TO WS-INPUT-EOF-SWITCH
044900         NOT AT END
045000           EVALUATE TRUE
045100              WHEN NTC-IS-PROVIDER
045200                 MOVE NTC-PRV-PROVIDER-NUMBER TO WS-LOOK-PROVIDER
045300                 PERFORM 8000-ROUTE-PROVIDER
045400                 MOVE WS-ROUTE-SUB  TO WS-CURRENT-ROUTE
045500              WHEN NTC-IS-DETAIL
045600                 PERFORM 2220-COUNT-NOTICE-DETAIL
045700              WHEN OTHER
045800                 CONTINUE
045900           END-EVALUATE
046000     END-READ.
046100/
046200 2220-COUNT-NOTICE-DETAIL.
046300     IF WS-CURRENT-ROUTE = ZERO  THEN
046400        MOVE SPACES                 TO WS-LOOK-PROVIDER
046500        PERFORM 8000-ROUTE-PROVIDER
046600        MOVE WS-ROUTE-SUB           TO WS-CURRENT-ROUTE
046700     END-IF.
046800     ADD 1                          TO WS-TYPE-READ-COUNT (3).
046900     IF WS-CURRENT-ROUTE > ZERO  THEN
047000        ADD 1                       TO
047100           WS-RTE-RECORD-COUNT (WS-CURRENT-ROUTE)
047200     END-IF.
047300/
047400 2900-COUNT-ROUTED-RECORD.
047500     PERFORM 8000-ROUTE-PROVIDER.
047600     ADD 1                          TO
047700        WS-TYPE-READ-COUNT (WS-LOOK-TYPE-SUB).
047800     IF WS-ROUTE-SUB > ZERO  THEN
047900        ADD 1                       TO
048000           WS-RTE-RECORD-COUNT (WS-ROUTE-SUB)
048100     END-IF.
048200/
048300******************************************************************
048400*  THE ENVELOPE PASS - FOR EACH ENVELOPE IN TURN, ITS TYPE'S     *
048500*  FILE IS READ AGAIN AND ONLY ITS OWN PROVIDERS' RECORDS ARE    *
048600*  CARRIED, BETWEEN AN 'H' HEADER AND A 'T' TRAILER.  A SENT     *
048700*  ENVELOPE TAKES THE NEXT INTERCHANGE NUMBER OFF X12CTL; A      *
048800*  HOLD ENVELOPE CARRIES ZERO.                                   *
048900******************************************************************
049000 3000-WRITE-ENVELOPES.
049100     OPEN OUTPUT DISTRIBUTION-OUT.
049200     OPEN OUTPUT DISTRIBUTION-HOLD.
049300     WRITE TPDRPT-RECORD         FROM RPT-HEADING-2.
049400     PERFORM 3010-WRITE-ONE-ENVELOPE
049500        VARYING WS-ENV-SUB FROM 1 BY 1
049600        UNTIL WS-ENV-SUB > WS-ENVELOPE-COUNT.
049700     CLOSE DISTRIBUTION-OUT
049800           DISTRIBUTION-HOLD.
049900/
050000 3010-WRITE-ONE-ENVELOPE.
050100     MOVE WS-ENV-TYPE-SUB (WS-ENV-SUB) TO WS-TYPE-SUB.
050200     IF WS-ENV-IS-HOLD (WS-ENV-SUB)  THEN
050300        MOVE ZERO                   TO
050400           WS-ENV-CONTROL-NUMBER (WS-ENV-SUB)
050500        ADD 1                       TO WS-HOLD-ENVELOPES
050600     ELSE
050700        PERFORM 3900-TAKE-CONTROL-NUMBER
050800        ADD 1                       TO WS-SENT-ENVELOPES
050900     END-IF.
051000
051100     MOVE SPACES                    TO
051200        DISTRIBUTION-HEADER-RECORD.
051300     MOVE 'H'                       TO DST-HDR-RECORD-TYPE.
051400     MOVE WS-ENV-CONTROL-NUMBER (WS-ENV-SUB) TO
051500        DST-HDR-CONTROL-NUMBER.
051600     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO DST-HDR-TRANSACTION-TYPE.
051700     MOVE WS-ENV-RECEIVER-ID (WS-ENV-SUB) TO DST-HDR-RECEIVER-ID.
051800     MOVE WS-ENV-MAILBOX (WS-ENV-SUB) TO DST-HDR-MAILBOX.
051900     MOVE WS-ENV-USAGE (WS-ENV-SUB) TO DST-HDR-USAGE.
052000     MOVE WS-ENV-RECEIVER-NAME (WS-ENV-SUB) TO
052100        DST-HDR-RECEIVER-NAME.
052200     MOVE WS-TODAY                  TO DST-HDR-CREATE-DATE.
052300     MOVE WS-TIME-NOW               TO DST-HDR-CREATE-TIME.
052400     MOVE DISTRIBUTION-HEADER-RECORD TO WS-DIST-IMAGE.
052500     PERFORM 3800-WRITE-DIST-RECORD.
052600
052700     EVALUATE WS-TYPE-SUB
052800        WHEN 1
052900           PERFORM 3100-COPY-REMITS
053000        WHEN 2
053100           PERFORM 3200-COPY-ACKNOWLEDGMENTS
053200        WHEN 3
053300           PERFORM 3300-COPY-NOTICES
053400     END-EVALUATE.
053500
053600     MOVE SPACES                    TO
053700        DISTRIBUTION-TRAILER-RECORD.
053800     MOVE 'T'                       TO DST-TRL-RECORD-TYPE.
053900     MOVE WS-ENV-CONTROL-NUMBER (WS-ENV-SUB) TO
054000        DST-TRL-CONTROL-NUMBER.
054100     MOVE WS-ENV-BODY-COUNT (WS-ENV-SUB) TO DST-TRL-BODY-COUNT.
054200     MOVE WS-ENV-PROVIDER-COUNT (WS-ENV-SUB) TO
054300        DST-TRL-PROVIDER-COUNT.
054400     MOVE WS-ENV-DETAIL-COUNT (WS-ENV-SUB) TO
054500        DST-TRL-DETAIL-COUNT.
054600     MOVE WS-ENV-AMOUNT (WS-ENV-SUB) TO DST-TRL-AMOUNT-TOTAL.
054700     MOVE DISTRIBUTION-TRAILER-RECORD TO WS-DIST-IMAGE.
054800     PERFORM 3800-WRITE-DIST-RECORD.
054900
055000     IF WS-ENV-IS-HOLD (WS-ENV-SUB)  THEN
055100        ADD WS-ENV-DETAIL-COUNT (WS-ENV-SUB) TO
055200           WS-TYPE-HELD-COUNT (WS-TYPE-SUB)
055300           WS-HELD-TOTAL
055400     ELSE
055500        ADD WS-ENV-DETAIL-COUNT (WS-ENV-SUB) TO
055600           WS-TYPE-SENT-COUNT (WS-TYPE-SUB)
055700     END-IF.
055800     PERFORM 7100-PRINT-ENVELOPE-LINE.
055900/
056000******************************************************************
056100*  REMITTANCE - THE RECEIVER'S D, R, AND O DETAILS, THEN A       *
056200*  REMIT TRAILER SUMMED THE WAY ESCALRUN AND ESCALRCV SUM IT:    *
056300*  GROSS AND NET FROM THE D DETAILS, REVERSED FROM THE R, AND    *
056400*  OFFSET FROM THE O.  THE ENVELOPE CARRIES THE NET.             *
056500******************************************************************
056600 3100-COPY-REMITS.
056700     MOVE 1                         TO WS-LOOK-TYPE-SUB.
056800     MOVE ZERO                      TO WS-GROSS-TOTAL
056900                                       WS-NET-TOTAL
057000                                       WS-REVERSED-TOTAL
057100                                       WS-OFFSET-TOTAL.
057200     OPEN INPUT  REMIT-EXTRACT-IN.
057300     MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
057400     PERFORM 3110-COPY-ONE-REMIT UNTIL INPUT-END-OF-FILE.
057500
057600     MOVE SPACES                    TO REMIT-TRAILER-RECORD.
057700     MOVE 'T'                       TO REM-TRL-RECORD-TYPE.
057800     MOVE WS-ENV-DETAIL-COUNT (WS-ENV-SUB) TO
057900        REM-TRL-DETAIL-COUNT.
058000     MOVE WS-GROSS-TOTAL            TO REM-TRL-GROSS-TOTAL.
058100     MOVE WS-NET-TOTAL              TO REM-TRL-NET-TOTAL.
058200     MOVE WS-REVERSED-TOTAL         TO REM-TRL-REVERSED-TOTAL.
058300     MOVE WS-OFFSET-TOTAL           TO REM-TRL-OFFSET-TOTAL.
058400     MOVE REMIT-TRAILER-RECORD      TO WS-BODY-IMAGE.
058500     PERFORM 3850-WRITE-BODY-RECORD.
058600     MOVE WS-NET-TOTAL              TO
058700        WS-ENV-AMOUNT (WS-ENV-SUB).
058800     CLOSE REMIT-EXTRACT-IN.
058900/
059000 3110-COPY-ONE-REMIT.
059100     READ REMIT-EXTRACT-IN
059200         AT END MOVE 'Y'         TO WS-INPUT-EOF-SWITCH
059300         NOT AT END
059400           IF NOT REM-IS-TRAILER  THEN
059500              MOVE REM-PROVIDER-NUMBER TO WS-LOOK-PROVIDER
059600              PERFORM 8000-ROUTE-PROVIDER
059700              IF WS-RTE-ENVELOPE (WS-ROUTE-SUB) = WS-ENV-SUB  THEN
059800                 PERFORM 3120-TAKE-ONE-REMIT
059900              END-IF
060000           END-IF
060100     END-READ.
060200/
060300 3120-TAKE-ONE-REMIT.
060400     MOVE REMIT-DETAIL-RECORD       TO WS-BODY-IMAGE.
060500     PERFORM 3850-WRITE-BODY-RECORD.
060600     ADD 1                          TO
060700        WS-ENV-DETAIL-COUNT (WS-ENV-SUB).
060800     EVALUATE TRUE
060900        WHEN REM-IS-DETAIL
061000           ADD REM-GROSS-PAY-AMT    TO WS-GROSS-TOTAL
061100           ADD REM-NET-PAY-AMT      TO WS-NET-TOTAL
061200        WHEN REM-IS-REVERSAL
061300           ADD REM-GROSS-PAY-AMT    TO WS-REVERSED-TOTAL
061400        WHEN REM-IS-OFFSET
061500           ADD REM-GROSS-PAY-AMT    TO WS-OFFSET-TOTAL
061600     END-EVALUATE.
061700/
061800******************************************************************
061900*  ACKNOWLEDGMENT - EVERY TRANSMISSION HEADER AND TRAILER, AND   *
062000*  THE RECEIVER'S OWN LINES.  THE FILE'S LAST TRAILER IS THE     *
062100*  RUN'S; IT KEEPS ITS STATUS AND REASON BUT IS RECOUNTED FOR    *
062200*  THE RECEIVER'S LINES - READ, ACCEPTED AS PRICED, AND          *
062300*  REJECTED.                                                     *
062400******************************************************************
062500 3200-COPY-ACKNOWLEDGMENTS.
062600     MOVE 2                         TO WS-LOOK-TYPE-SUB.
062700     MOVE ZERO                      TO WS-ACK-TRAILER-SEEN
062800                                       WS-ACK-ACCEPTED-COUNT
062900                                       WS-ACK-REJECTED-COUNT.
063000     OPEN INPUT  ACKNOWLEDGMENT-IN.
063100     MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
063200     PERFORM 3210-COPY-ONE-ACK UNTIL INPUT-END-OF-FILE.
063300     CLOSE ACKNOWLEDGMENT-IN.
063400/
063500 3210-COPY-ONE-ACK.
063600     READ ACKNOWLEDGMENT-IN
063700         AT END MOVE 'Y'         TO WS-INPUT-EOF-SWITCH
063800         NOT AT END
063900           EVALUATE TRUE
064000              WHEN ACK-IS-DETAIL
064100                 PERFORM 3220-TAKE-ONE-ACK-LINE
064200              WHEN ACK-IS-TRAILER
064300                 PERFORM 3230-TAKE-ONE-ACK-TRAILER
064400              WHEN OTHER
064500                 MOVE ACK-HEADER-RECORD TO WS-BODY-IMAGE
064600                 PERFORM 3850-WRITE-BODY-RECORD
064700           END-EVALUATE
064800     END-READ.
064900/
065000 3220-TAKE-ONE-ACK-LINE.
065100     MOVE ACK-PROVIDER-NUMBER       TO WS-LOOK-PROVIDER.
065200     PERFORM 8000-ROUTE-PROVIDER.
065300     IF WS-RTE-ENVELOPE (WS-ROUTE-SUB) = WS-ENV-SUB  THEN
065400        MOVE ACK-DETAIL-RECORD      TO WS-BODY-IMAGE
065500        PERFORM 3850-WRITE-BODY-RECORD
065600        ADD 1                       TO
065700           WS-ENV-DETAIL-COUNT (WS-ENV-SUB)
065800        IF ACK-LINE-ACCEPTED  THEN
065900           ADD 1                    TO WS-ACK-ACCEPTED-COUNT
066000        ELSE
066100           ADD 1                    TO WS-ACK-REJECTED-COUNT
066200        END-IF
066300     END-IF.
066400/
066500 3230-TAKE-ONE-ACK-TRAILER.
066600     ADD 1                          TO WS-ACK-TRAILER-SEEN.
066700     IF WS-ACK-TRAILER-SEEN = WS-ACK-TRAILER-COUNT  THEN
066800        MOVE WS-ENV-DETAIL-COUNT (WS-ENV-SUB) TO
066900           ACK-TRL-CLAIMS-READ
067000        MOVE WS-ACK-ACCEPTED-COUNT  TO ACK-TRL-CLAIMS-PRICED
067100        MOVE WS-ACK-REJECTED-COUNT  TO ACK-TRL-CLAIMS-REJECTED
067200     END-IF.
067300     MOVE ACK-TRAILER-RECORD        TO WS-BODY-IMAGE.
067400     PERFORM 3850-WRITE-BODY-RECORD.
067500/
067600******************************************************************
067700*  RTP NOTICES - THE RECEIVER'S 'P' BATCHES WITH THEIR DETAILS,  *
067800*  THEN A NOTICE TRAILER COUNTING JUST THOSE.                    *
067900******************************************************************
068000 3300-COPY-NOTICES.
068100     MOVE 3                         TO WS-LOOK-TYPE-SUB.
068200     MOVE ZERO                      TO WS-CURRENT-ROUTE
068300                                       WS-NTC-PROVIDER-COUNT.
068400     OPEN INPUT  NOTICE-IN.
068500     MOVE 'N'                       TO WS-INPUT-EOF-SWITCH.
068600     PERFORM 3310-COPY-ONE-NOTICE UNTIL INPUT-END-OF-FILE.
068700
068800     MOVE SPACES                    TO NTC-TRAILER-RECORD.
068900     MOVE 'T'                       TO NTC-TRL-RECORD-TYPE.
069000     MOVE WS-NTC-PROVIDER-COUNT     TO NTC-TRL-PROVIDER-COUNT.
069100     MOVE WS-ENV-DETAIL-COUNT (WS-ENV-SUB) TO
069200        NTC-TRL-DETAIL-COUNT.
069300     MOVE NTC-TRAILER-RECORD        TO WS-BODY-IMAGE.
069400     PERFORM 3850-WRITE-BODY-RECORD.
069500     CLOSE NOTICE-IN.
069600/
069700 3310-COPY-ONE-NOTICE.
069800     READ NOTICE-IN
069900         AT END MOVE 'Y'         TO WS-INPUT-EOF-SWITCH
070000         NOT AT END
070100           EVALUATE TRUE
070200              WHEN NTC-IS-PROVIDER
070300                 PERFORM 3320-TAKE-ONE-NOTICE-BATCH
070400              WHEN NTC-IS-DETAIL
070500                 PERFORM 3330-TAKE-ONE-NOTICE-DETAIL
070600              WHEN OTHER
070700                 CONTINUE
070800           END-EVALUATE
070900     END-READ.
071000/
071100 3320-TAKE-ONE-NOTICE-BATCH.
071200     MOVE NTC-PRV-PROVIDER-NUMBER   TO WS-LOOK-PROVIDER.
071300     PERFORM 8000-ROUTE-PROVIDER.
071400     MOVE WS-ROUTE-SUB              TO WS-CURRENT-ROUTE.
071500     IF WS-RTE-ENVELOPE (WS-CURRENT-ROUTE) = WS-ENV-SUB  THEN
071600        MOVE NTC-PROVIDER-RECORD    TO WS-BODY-IMAGE
071700        PERFORM 3850-WRITE-BODY-RECORD
071800        ADD 1                       TO WS-NTC-PROVIDER-COUNT
071900     END-IF.
072000/
072100 3330-TAKE-ONE-NOTICE-DETAIL.
072200     IF WS-CURRENT-ROUTE = ZERO  THEN
072300        MOVE SPACES                 TO WS-LOOK-PROVIDER
072400        PERFORM 8000-ROUTE-PROVIDER
072500        MOVE WS-ROUTE-SUB           TO WS-CURRENT-ROUTE
072600     END-IF.
072700     IF WS-RTE-ENVELOPE (WS-CURRENT-ROUTE) = WS-ENV-SUB  THEN
072800        MOVE NTC-DETAIL-RECORD      TO WS-BODY-IMAGE
072900        PERFORM 3850-WRITE-BODY-RECORD
073000        ADD 1                       TO
073100           WS-ENV-DETAIL-COUNT (WS-ENV-SUB)
073200     END-IF.
073300/
073400 3800-WRITE-DIST-RECORD.
073500     IF WS-ENV-IS-HOLD (WS-ENV-SUB)  THEN
073600        WRITE DISTHLD-RECORD     FROM WS-DIST-IMAGE
073700     ELSE
073800        WRITE DISTOUT-RECORD     FROM WS-DIST-IMAGE
073900     END-IF.
074000/
074100 3850-WRITE-BODY-RECORD.
074200     MOVE SPACES                    TO DISTRIBUTION-BODY-RECORD.
074300     MOVE 'B'                       TO DST-RECORD-TYPE.
074400     MOVE WS-BODY-IMAGE             TO DST-BODY-IMAGE.
074500     MOVE DISTRIBUTION-BODY-RECORD  TO WS-DIST-IMAGE.
074600     PERFORM 3800-WRITE-DIST-RECORD.
074700     ADD 1                          TO
074800        WS-ENV-BODY-COUNT (WS-ENV-SUB).
074900/
075000 3900-TAKE-CONTROL-NUMBER.
075100     MOVE X12C-NEXT-INTERCHANGE     TO
075200        WS-ENV-CONTROL-NUMBER (WS-ENV-SUB).
075300     IF X12C-NEXT-INTERCHANGE = 999999999  THEN
075400        MOVE 1                      TO X12C-NEXT-INTERCHANGE
075500     ELSE
075600        ADD 1                       TO X12C-NEXT-INTERCHANGE
075700     END-IF.
075800/
075900******************************************************************
076000*  EVERY ROUTE WITH NO ACTIVE RECEIVER, AND WHY, SO THE          *
076100*  PARTNER DESK CAN SET UP THE ROW AND RELEASE THE HOLD FILE.    *
076200******************************************************************
076300 7000-REPORT-UNROUTED.
076400     WRITE TPDRPT-RECORD         FROM RPT-HEADING-3
076500         AFTER ADVANCING 2 LINES.
076600     WRITE TPDRPT-RECORD         FROM RPT-HEADING-4.
076700     PERFORM 7010-REPORT-ONE-ROUTE
076800        VARYING WS-ROUTE-SCAN-SUB FROM 1 BY 1
076900        UNTIL WS-ROUTE-SCAN-SUB > WS-ROUTE-COUNT.
077000/
077100 7010-REPORT-ONE-ROUTE.
077200     IF WS-RTE-STATUS (WS-ROUTE-SCAN-SUB) NOT = 'A'  THEN
077300        MOVE WS-RTE-PROVIDER (WS-ROUTE-SCAN-SUB) TO
077400           RPT-U-PROVIDER
077500        MOVE WS-RTE-TYPE-SUB (WS-ROUTE-SCAN-SUB) TO WS-TYPE-SUB
077600        MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO RPT-U-TYPE
077700        MOVE WS-RTE-RECORD-COUNT (WS-ROUTE-SCAN-SUB) TO
077800           RPT-U-RECORDS
077900        EVALUATE WS-RTE-STATUS (WS-ROUTE-SCAN-SUB)
078000           WHEN 'E'
078100              MOVE 'RECEIVER ROW ENDED - NO LATER ROW IN EFFECT'
078200                                    TO RPT-U-REASON
078300           WHEN 'F'
078400              MOVE 'RECEIVER ROW NOT YET IN EFFECT'
078500                                    TO RPT-U-REASON
078600           WHEN OTHER
078700              MOVE 'NO RECEIVER ROW ON THE TRADING-PARTNER MASTER'
078800                                    TO RPT-U-REASON
078900        END-EVALUATE
079000        WRITE TPDRPT-RECORD      FROM RPT-UNROUTED-LINE
079100     END-IF.
079200/
079300 7100-PRINT-ENVELOPE-LINE.
079400     MOVE WS-ENV-CONTROL-NUMBER (WS-ENV-SUB) TO
079500        RPT-E-CONTROL-NUMBER.
079600     MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO RPT-E-TYPE.
079700     IF WS-ENV-IS-HOLD (WS-ENV-SUB)  THEN
079800        MOVE '** HOLD **'           TO RPT-E-RECEIVER-ID
079900        MOVE 'DISTHLD'              TO RPT-E-MAILBOX
080000     ELSE
080100        MOVE WS-ENV-RECEIVER-ID (WS-ENV-SUB) TO RPT-E-RECEIVER-ID
080200        MOVE WS-ENV-MAILBOX (WS-ENV-SUB) TO RPT-E-MAILBOX
080300     END-IF.
080400     MOVE WS-ENV-USAGE (WS-ENV-SUB) TO RPT-E-USAGE.
080500     MOVE WS-ENV-RECEIVER-NAME (WS-ENV-SUB) TO
080600        RPT-E-RECEIVER-NAME.
080700     MOVE WS-ENV-PROVIDER-COUNT (WS-ENV-SUB) TO RPT-E-PROVIDERS.
080800     MOVE WS-ENV-DETAIL-COUNT (WS-ENV-SUB) TO RPT-E-RECORDS.
080900     MOVE WS-ENV-AMOUNT (WS-ENV-SUB) TO RPT-E-AMOUNT.
081000     WRITE TPDRPT-RECORD         FROM RPT-ENVELOPE-LINE.
081100/
081200******************************************************************
081300*  THE ROUTE OF THE CCN IN WS-LOOK-PROVIDER FOR THE TYPE IN      *
081400*  WS-LOOK-TYPE-SUB, ADDED ON FIRST SIGHT.  WS-ROUTE-SUB IS ZERO *
081500*  ONLY WHEN THE TABLE HAS OVERFLOWED.                           *
081600******************************************************************
081700 8000-ROUTE-PROVIDER.
081800     IF WS-LOOK-TYPE-SUB = WS-LAST-TYPE-SUB  AND
081900        WS-LOOK-PROVIDER = WS-LAST-PROVIDER  AND
082000        WS-LAST-ROUTE-SUB > ZERO  THEN
082100        MOVE WS-LAST-ROUTE-SUB      TO WS-ROUTE-SUB
082200     ELSE
082300        MOVE ZERO                   TO WS-ROUTE-SUB
082400        PERFORM 8010-MATCH-ROUTE
082500           VARYING WS-ROUTE-SCAN-SUB FROM 1 BY 1
082600           UNTIL WS-ROUTE-SCAN-SUB > WS-ROUTE-COUNT
082700              OR WS-ROUTE-SUB > ZERO
082800        IF WS-ROUTE-SUB = ZERO  THEN
082900           PERFORM 8020-ADD-ROUTE
083000        END-IF
083100        MOVE WS-LOOK-TYPE-SUB       TO WS-LAST-TYPE-SUB
083200        MOVE WS-LOOK-PROVIDER       TO WS-LAST-PROVIDER
083300        MOVE WS-ROUTE-SUB           TO WS-LAST-ROUTE-SUB
083400     END-IF.
083500/
083600 8010-MATCH-ROUTE.
083700     IF WS-RTE-TYPE-SUB (WS-ROUTE-SCAN-SUB) = WS-LOOK-TYPE-SUB
083800        AND WS-RTE-PROVIDER (WS-ROUTE-SCAN-SUB) = WS-LOOK-PROVIDER
083900        THEN
084000        MOVE WS-ROUTE-SCAN-SUB      TO WS-ROUTE-SUB
084100     END-IF.
084200/
084300 8020-ADD-ROUTE.
084400     IF WS-ROUTE-COUNT NOT < WS-ROUTE-MAX  THEN
084500        IF NOT ROUTING-TABLE-FULL  THEN
084600           DISPLAY 'ESCALTPD - MORE THAN ' WS-ROUTE-MAX
084700              ' PROVIDER ROUTES - NOTHING DISTRIBUTED'
084800        END-IF
084900        MOVE 'Y'                    TO WS-TABLE-FULL-SWITCH
085000     ELSE
085100        PERFORM 8100-FIND-RECEIVER
085200        IF WS-ROW-STATUS = 'A'  THEN
085300           MOVE 'N'                 TO WS-LOOK-HOLD-SWITCH
085400        ELSE
085500           MOVE 'Y'                 TO WS-LOOK-HOLD-SWITCH
085600           PERFORM 8150-CLEAR-RECEIVER
085700           ADD 1                    TO WS-UNROUTED-COUNT
085800        END-IF
085900        PERFORM 8200-FIND-ENVELOPE
086000        IF WS-ENV-HIT > ZERO  THEN
086100           ADD 1                    TO WS-ROUTE-COUNT
086200           MOVE WS-ROUTE-COUNT      TO WS-ROUTE-SUB
086300           MOVE WS-LOOK-TYPE-SUB    TO
086400              WS-RTE-TYPE-SUB (WS-ROUTE-SUB)
086500           MOVE WS-LOOK-PROVIDER    TO
086600              WS-RTE-PROVIDER (WS-ROUTE-SUB)
086700           MOVE WS-ROW-STATUS       TO
086800              WS-RTE-STATUS (WS-ROUTE-SUB)
086900           MOVE WS-ROW-END-DATE     TO
087000              WS-RTE-END-DATE (WS-ROUTE-SUB)
087100           MOVE WS-ENV-HIT          TO
087200              WS-RTE-ENVELOPE (WS-ROUTE-SUB)
087300           MOVE ZERO                TO
087400              WS-RTE-RECORD-COUNT (WS-ROUTE-SUB)
087500           ADD 1                    TO
087600              WS-ENV-PROVIDER-COUNT (WS-ENV-HIT)
087700        END-IF
087800     END-IF.
087900/
088000******************************************************************
088100*  THE ROW THAT GOVERNS TONIGHT IS THE LATEST OF THE CCN AND     *
088200*  TYPE EFFECTIVE ON OR BEFORE TODAY.  IT ROUTES ('A') UNLESS IT *
088300*  HAS ENDED ('E'); WITH NO SUCH ROW THE CCN IS EITHER WAITING   *
088400*  ON A FUTURE ROW ('F') OR NOT SET UP AT ALL ('N').             *
088500******************************************************************
088600 8100-FIND-RECEIVER.
088700     MOVE 'N'                       TO WS-ROW-FOUND-SWITCH
088800                                       WS-ROW-LATER-SWITCH
088900                                       WS-ROW-EOF-SWITCH.
089000     MOVE ZERO                      TO WS-ROW-END-DATE.
089100     PERFORM 8150-CLEAR-RECEIVER.
089200     MOVE WS-LOOK-PROVIDER          TO WS-ROW-PROVIDER
089300                                       TPM-PROVIDER-NUMBER.
089400     MOVE WS-TYPE-CODE (WS-LOOK-TYPE-SUB) TO WS-ROW-TYPE
089500                                       TPM-TRANSACTION-TYPE.
089600     MOVE ZERO                      TO TPM-EFF-DATE.
089700     START TRADING-PARTNER-MASTER KEY IS >= TPM-RECORD-KEY
089800         INVALID KEY MOVE 'Y'    TO WS-ROW-EOF-SWITCH
089900     END-START.
090000     PERFORM 8110-READ-ONE-ROW UNTIL ROW-SCAN-DONE.
090100
090200     EVALUATE TRUE
090300        WHEN GOVERNING-ROW-FOUND  AND
090400             WS-ROW-END-DATE NOT < WS-TODAY
090500           MOVE 'A'                 TO WS-ROW-STATUS
090600        WHEN GOVERNING-ROW-FOUND
090700           MOVE 'E'                 TO WS-ROW-STATUS
090800        WHEN LATER-ROW-FOUND
090900           MOVE 'F'                 TO WS-ROW-STATUS
091000        WHEN OTHER
091100           MOVE 'N'                 TO WS-ROW-STATUS
091200     END-EVALUATE.
091300/
091400 8110-READ-ONE-ROW.
091500     READ TRADING-PARTNER-MASTER NEXT RECORD
091600         AT END MOVE 'Y'         TO WS-ROW-EOF-SWITCH
091700         NOT AT END
091800           EVALUATE TRUE
091900              WHEN TPM-RECORD-KEY (1:9) NOT = WS-ROW-KEY
092000                 MOVE 'Y'           TO WS-ROW-EOF-SWITCH
092100              WHEN TPM-EFF-DATE > WS-TODAY
092200                 MOVE 'Y'           TO WS-ROW-LATER-SWITCH
092300                                       WS-ROW-EOF-SWITCH
092400              WHEN OTHER
092500                 PERFORM 8120-TAKE-GOVERNING-ROW
092600           END-EVALUATE
092700     END-READ.
092800/
092900 8120-TAKE-GOVERNING-ROW.
093000     MOVE 'Y'                       TO WS-ROW-FOUND-SWITCH.
093100     MOVE TPM-END-DATE              TO WS-ROW-END-DATE.
093200     MOVE TPM-USAGE                 TO WS-ROW-USAGE.
093300     MOVE TPM-RECEIVER-ID           TO WS-ROW-RECEIVER-ID.
093400     MOVE TPM-MAILBOX               TO WS-ROW-MAILBOX.
093500     MOVE TPM-RECEIVER-NAME         TO WS-ROW-RECEIVER-NAME.
093600/
093700 8150-CLEAR-RECEIVER.
093800     MOVE SPACES                    TO WS-ROW-USAGE
093900                                       WS-ROW-RECEIVER-ID
094000                                       WS-ROW-MAILBOX
094100                                       WS-ROW-RECEIVER-NAME.
094200/
094300******************************************************************
094400*  THE ENVELOPE FOR THE TYPE AND RECEIVER IN HAND - ONE PER      *
094500*  RECEIVER, MAILBOX, AND USE, OR THE TYPE'S HOLD ENVELOPE.      *
094600*  WS-ENV-HIT IS ZERO ONLY WHEN THE TABLE HAS OVERFLOWED.        *
094700******************************************************************
094800 8200-FIND-ENVELOPE.
094900     MOVE ZERO                      TO WS-ENV-HIT.
095000     PERFORM 8210-MATCH-ENVELOPE
095100        VARYING WS-ENV-SCAN-SUB FROM 1 BY 1
095200        UNTIL WS-ENV-SCAN-SUB > WS-ENVELOPE-COUNT
095300           OR WS-ENV-HIT > ZERO.
095400     IF WS-ENV-HIT = ZERO  THEN
095500        PERFORM 8220-ADD-ENVELOPE
095600     END-IF.
095700/
095800 8210-MATCH-ENVELOPE.
095900     IF WS-ENV-TYPE-SUB (WS-ENV-SCAN-SUB) = WS-LOOK-TYPE-SUB  AND
096000        WS-ENV-HOLD-SWITCH (WS-ENV-SCAN-SUB) = WS-LOOK-HOLD-SWITCH
096100        AND WS-ENV-RECEIVER-ID (WS-ENV-SCAN-SUB) =
096200            WS-ROW-RECEIVER-ID
096300        AND WS-ENV-MAILBOX (WS-ENV-SCAN-SUB) = WS-ROW-MAILBOX
096400        AND WS-ENV-USAGE (WS-ENV-SCAN-SUB) = WS-ROW-USAGE  THEN
096500        MOVE WS-ENV-SCAN-SUB        TO WS-ENV-HIT
096600     END-IF.
096700/
096800 8220-ADD-ENVELOPE.
096900     IF WS-ENVELOPE-COUNT NOT < WS-ENVELOPE-MAX  THEN
097000        IF NOT ROUTING-TABLE-FULL  THEN
097100           DISPLAY 'ESCALTPD - MORE THAN ' WS-ENVELOPE-MAX
097200              ' ENVELOPES - NOTHING DISTRIBUTED'
097300        END-IF
097400        MOVE 'Y'                    TO WS-TABLE-FULL-SWITCH
097500     ELSE
097600        ADD 1                       TO WS-ENVELOPE-COUNT
097700        MOVE WS-ENVELOPE-COUNT      TO WS-ENV-HIT
097800        INITIALIZE WS-ENV-ENTRY (WS-ENV-HIT)
097900        MOVE WS-LOOK-TYPE-SUB       TO
098000           WS-ENV-TYPE-SUB (WS-ENV-HIT)
098100        MOVE WS-LOOK-HOLD-SWITCH    TO
098200           WS-ENV-HOLD-SWITCH (WS-ENV-HIT)
098300        MOVE WS-ROW-RECEIVER-ID     TO
098400           WS-ENV-RECEIVER-ID (WS-ENV-HIT)
098500        MOVE WS-ROW-MAILBOX         TO
098600           WS-ENV-MAILBOX (WS-ENV-HIT)
098700        MOVE WS-ROW-USAGE           TO WS-ENV-USAGE (WS-ENV-HIT)
098800        MOVE WS-ROW-RECEIVER-NAME   TO
098900           WS-ENV-RECEIVER-NAME (WS-ENV-HIT)
099000        ADD 1                       TO
099100           WS-TYPE-ENVELOPE-COUNT (WS-LOOK-TYPE-SUB)
099200     END-IF.
099300/
099400 8900-PRINT-TOTALS.
099500     MOVE SPACES                    TO TPDRPT-RECORD.
099600     WRITE TPDRPT-RECORD.
099700     PERFORM 8910-PRINT-TYPE-TOTALS
099800        VARYING WS-TYPE-SUB FROM 1 BY 1
099900        UNTIL WS-TYPE-SUB > 3.
100000     MOVE 'ENVELOPES SENT ON DISTOUT' TO RPT-T-LABEL.
100100     MOVE WS-SENT-ENVELOPES         TO RPT-T-COUNT.
100200     WRITE TPDRPT-RECORD         FROM RPT-TOTAL-LINE.
100300     MOVE 'ENVELOPES HELD ON DISTHLD' TO RPT-T-LABEL.
100400     MOVE WS-HOLD-ENVELOPES         TO RPT-T-COUNT.
100500     WRITE TPDRPT-RECORD         FROM RPT-TOTAL-LINE.
100600     MOVE 'PROVIDERS WITH NO ACTIVE RECEIVER' TO RPT-T-LABEL.
100700     MOVE WS-UNROUTED-COUNT         TO RPT-T-COUNT.
100800     WRITE TPDRPT-RECORD         FROM RPT-TOTAL-LINE.
100900/
101000 8910-PRINT-TYPE-TOTALS.
101100     MOVE SPACES                    TO RPT-T-LABEL.
101200     STRING WS-TYPE-LABEL (WS-TYPE-SUB)  DELIMITED BY '  '
101300            ' RECORDS READ'              DELIMITED BY SIZE
101400       INTO RPT-T-LABEL.
101500     MOVE WS-TYPE-READ-COUNT (WS-TYPE-SUB) TO RPT-T-COUNT.
101600     WRITE TPDRPT-RECORD         FROM RPT-TOTAL-LINE.
101700     MOVE SPACES                    TO RPT-T-LABEL.
101800     STRING WS-TYPE-LABEL (WS-TYPE-SUB)  DELIMITED BY '  '
101900            ' RECORDS SENT'              DELIMITED BY SIZE
102000       INTO RPT-T-LABEL.
102100     MOVE WS-TYPE-SENT-COUNT (WS-TYPE-SUB) TO RPT-T-COUNT.
102200     WRITE TPDRPT-RECORD         FROM RPT-TOTAL-LINE.
102300     MOVE SPACES                    TO RPT-T-LABEL.
102400     STRING WS-TYPE-LABEL (WS-TYPE-SUB)  DELIMITED BY '  '
102500            ' RECORDS HELD'              DELIMITED BY SIZE
102600       INTO RPT-T-LABEL.
102700     MOVE WS-TYPE-HELD-COUNT (WS-TYPE-SUB) TO RPT-T-COUNT.
102800     WRITE TPDRPT-RECORD         FROM RPT-TOTAL-LINE.
102900/
103000******************************************************************
103100*  THE NEXT INTERCHANGE NUMBER GOES BACK ON X12CTL ONLY WHEN THE *
103200*  ENVELOPES WERE WRITTEN.  RC 16 - NOTHING DISTRIBUTED; RC 4 -  *
103300*  SOME PROVIDER'S RECORDS ARE ON THE HOLD FILE.                 *
103400******************************************************************
103500 9000-TERMINATE.
103600     IF X12C-ON-FILE  AND  NOT ROUTING-TABLE-FULL  THEN
103700        MOVE WS-TODAY               TO X12C-LAST-UPDATE-DATE
103800        REWRITE X12-CONTROL-RECORD
103900     END-IF.
104000     CLOSE X12-CONTROL.
104100     IF X12C-ON-FILE  THEN
104200        CLOSE TRADING-PARTNER-MASTER
104300              DISTRIBUTION-REPORT
104400     END-IF.
104500
104600     DISPLAY 'ESCALTPD - ENVELOPES SENT    ' WS-SENT-ENVELOPES.
104700     DISPLAY 'ESCALTPD - ENVELOPES HELD    ' WS-HOLD-ENVELOPES.
104800     DISPLAY 'ESCALTPD - NO RECEIVER       ' WS-UNROUTED-COUNT.
104900     DISPLAY 'ESCALTPD - RECORDS HELD      ' WS-HELD-TOTAL.
105000
105100     EVALUATE TRUE
105200        WHEN X12C-NOT-ON-FILE
105300           MOVE 16                  TO RETURN-CODE
105400        WHEN ROUTING-TABLE-FULL
105500           MOVE 16                  TO RETURN-CODE
105600        WHEN WS-UNROUTED-COUNT > ZERO
105700           MOVE 4                   TO RETURN-CODE
105800        WHEN OTHER
105900           MOVE ZERO                TO RETURN-CODE
106000     END-EVALUATE.
