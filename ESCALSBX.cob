000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALSBX.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALSBX - NEW PROGRAM
000700*         - PRICES ONE SEPARATELY-BILLABLE SERVICE FOR THE OUTLIER
000800*           MAP: ANSWERS WHETHER A HCPCS OR NDC IS ON THE ESRD
000900*           OUTLIER SERVICES LIST FOR THE DATE OF SERVICE AND, IF
001000*           IT IS, ITS PRICE PER UNIT - THE LIST ROW'S FIXED PRICE
001100*           WHEN IT CARRIES ONE, OTHERWISE THE ASP MASTER ROW IN
001200*           EFFECT FOR THE HCPCS THE LIST PRICES IT UNDER.  BOTH
001300*           MASTERS STAY OPEN ACROSS CALLS WITHIN A RUN, THE SAME
001400*           WAY ESCALNDX KEEPS THE TDAPA NDC MASTER OPEN.
001500******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.            IBM-Z990.
002000 OBJECT-COMPUTER.            IBM-Z990.
002100 INPUT-OUTPUT  SECTION.
002200 FILE-CONTROL.
002300     SELECT OUTLIER-LIST-FILE    ASSIGN TO OSLFILE
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS OSLM-RECORD-KEY.
002700     SELECT ASP-PRICING-FILE     ASSIGN TO ASPFILE
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS ASPM-RECORD-KEY.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  OUTLIER-LIST-FILE
003500     LABEL RECORDS ARE STANDARD.
003600 COPY OSLMCPY.
003700/
003800 FD  ASP-PRICING-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 COPY ASPMCPY.
004100/
004200 WORKING-STORAGE SECTION.
004300 01  W-STORAGE-REF                  PIC X(46) VALUE
004400     'ESCALSBX      - W O R K I N G   S T O R A G E'.
004500
004600 01  WS-FIRST-CALL-SWITCH           PIC X(01) VALUE 'Y'.
004700     88  FIRST-CALL                            VALUE 'Y'.
004800     88  NOT-FIRST-CALL                        VALUE 'N'.
004900
005000 01  WS-SCAN-SWITCH                 PIC X(01).
005100     88  SCAN-DONE                             VALUE 'Y'.
005200     88  SCAN-NOT-DONE                         VALUE 'N'.
005300 01  WS-ROW-FOUND-SWITCH            PIC X(01).
005400     88  ROW-IN-EFFECT-FOUND                   VALUE 'Y'.
005500 01  WS-FOUND-CODE-TYPE             PIC X(01).
005600 01  WS-FOUND-PRICING-HCPCS         PIC X(05).
005700 01  WS-FOUND-UNIT-PRICE            PIC 9(06)V9(04).
005800/
005900 LINKAGE SECTION.
006000 COPY SBXXCPY.
006100/
006200 PROCEDURE DIVISION USING SB-SERVICE-PRICE-REQUEST.
006300
006400 0000-MAINLINE.
006500     IF FIRST-CALL  THEN
006600        OPEN INPUT OUTLIER-LIST-FILE
006700                   ASP-PRICING-FILE
006800        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
006900     END-IF.
007000
007100     MOVE 'N'                       TO SBX-ON-LIST-SWITCH.
007200     MOVE 'N'                       TO SBX-PRICE-SOURCE.
007300     MOVE SPACES                    TO SBX-PRICING-HCPCS.
007400     MOVE ZERO                      TO SBX-UNIT-PRICE.
007500
007600     PERFORM 1000-FIND-LIST-ROW.
007700
007800     IF ROW-IN-EFFECT-FOUND  THEN
007900        MOVE 'Y'                    TO SBX-ON-LIST-SWITCH
008000        IF WS-FOUND-UNIT-PRICE > ZERO  THEN
008100           MOVE 'F'                 TO SBX-PRICE-SOURCE
008200           MOVE WS-FOUND-UNIT-PRICE TO SBX-UNIT-PRICE
008300        ELSE
008400           MOVE WS-FOUND-PRICING-HCPCS TO SBX-PRICING-HCPCS
008500           IF SBX-PRICING-HCPCS = SPACES  AND
008600              WS-FOUND-CODE-TYPE = 'H'  THEN
008700              MOVE SBX-SERVICE-CODE (1:5) TO SBX-PRICING-HCPCS
008800           END-IF
008900           IF SBX-PRICING-HCPCS NOT = SPACES  THEN
009000              PERFORM 2000-FIND-ASP-ROW
009100              IF ROW-IN-EFFECT-FOUND  THEN
009200                 MOVE 'A'           TO SBX-PRICE-SOURCE
009300                 MOVE WS-FOUND-UNIT-PRICE TO SBX-UNIT-PRICE
009400              END-IF
009500           END-IF
009600        END-IF
009700     END-IF.
009800
009900     GOBACK.
010000/
010100******************************************************************
010200*  THE LIST ROWS FOR ONE CODE SIT TOGETHER IN EFFECTIVE-DATE     *
010300*  ORDER - BROWSE THEM FROM THE FIRST UNTIL THE CODE CHANGES OR  *
010400*  A ROW STARTS AFTER THE DATE OF SERVICE.  THE LATEST ROW IN    *
010500*  EFFECT FOR THE DATE WINS, SO A NEW QUARTER'S ROW GOVERNS EVEN *
010600*  BEFORE THE ROW IT SUPERSEDES HAS BEEN END-DATED.              *
010700******************************************************************
010800 1000-FIND-LIST-ROW.
010900     MOVE 'N'                       TO WS-ROW-FOUND-SWITCH.
011000     MOVE 'N'                       TO WS-SCAN-SWITCH.
011100     MOVE SBX-SERVICE-CODE          TO OSLM-SERVICE-CODE.
011200     MOVE ZERO                      TO OSLM-EFF-DATE.
011300     START OUTLIER-LIST-FILE KEY IS >= OSLM-RECORD-KEY
011400         INVALID KEY MOVE 'Y'       TO WS-SCAN-SWITCH
011500     END-START.
011600     PERFORM 1100-SCAN-ONE-LIST-ROW
011700        UNTIL SCAN-DONE.
011800/
011900 1100-SCAN-ONE-LIST-ROW.
012000     READ OUTLIER-LIST-FILE NEXT RECORD
012100         AT END MOVE 'Y'            TO WS-SCAN-SWITCH
012200         NOT AT END
012300           IF OSLM-SERVICE-CODE NOT = SBX-SERVICE-CODE  OR
012400              OSLM-EFF-DATE > SBX-DATE-OF-SERVICE  THEN
012500              MOVE 'Y'              TO WS-SCAN-SWITCH
012600           ELSE
012700              IF OSLM-END-DATE = ZERO  OR
012800                 SBX-DATE-OF-SERVICE <= OSLM-END-DATE  THEN
012900                 MOVE 'Y'           TO WS-ROW-FOUND-SWITCH
013000                 MOVE OSLM-CODE-TYPE TO WS-FOUND-CODE-TYPE
013100                 MOVE OSLM-PRICING-HCPCS TO WS-FOUND-PRICING-HCPCS
013200                 MOVE OSLM-FIXED-UNIT-PRICE TO WS-FOUND-UNIT-PRICE
013300              END-IF
013400           END-IF
013500     END-READ.
013600/
013700 2000-FIND-ASP-ROW.
013800     MOVE 'N'                       TO WS-ROW-FOUND-SWITCH.
013900     MOVE 'N'                       TO WS-SCAN-SWITCH.
014000     MOVE SBX-PRICING-HCPCS         TO ASPM-HCPCS-CODE.
014100     MOVE ZERO                      TO ASPM-EFF-DATE.
014200     START ASP-PRICING-FILE KEY IS >= ASPM-RECORD-KEY
014300         INVALID KEY MOVE 'Y'       TO WS-SCAN-SWITCH
014400     END-START.
014500     PERFORM 2100-SCAN-ONE-ASP-ROW
014600        UNTIL SCAN-DONE.
014700/
014800 2100-SCAN-ONE-ASP-ROW.
014900     READ ASP-PRICING-FILE NEXT RECORD
015000         AT END MOVE 'Y'            TO WS-SCAN-SWITCH
015100         NOT AT END
015200           IF ASPM-HCPCS-CODE NOT = SBX-PRICING-HCPCS  OR
015300              ASPM-EFF-DATE > SBX-DATE-OF-SERVICE  THEN
015400              MOVE 'Y'              TO WS-SCAN-SWITCH
015500           ELSE
015600              IF ASPM-END-DATE = ZERO  OR
015700                 SBX-DATE-OF-SERVICE <= ASPM-END-DATE  THEN
015800                 MOVE 'Y'           TO WS-ROW-FOUND-SWITCH
015900                 MOVE ASPM-UNIT-PRICE TO WS-FOUND-UNIT-PRICE
016000              END-IF
016100           END-IF
016200     END-READ.
