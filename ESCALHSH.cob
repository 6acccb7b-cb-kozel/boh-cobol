000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALHSH.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALHSH - NEW PROGRAM
000700*         - AUDIT STORE INTEGRITY CHAIN.  EVERY PROGRAM THAT
000800*           WRITES THE KEYED AUDIT STORE (AUDITLOG) CALLS THIS
000900*           JUST BEFORE EACH WRITE: THE RECORD IS NUMBERED IN THE
001000*           RUN'S CHAIN, CARRIES THE PRIOR RECORD'S HASH, AND IS
001100*           STAMPED WITH A HASH OF ITS OWN CONTENTS, SO NO RECORD
001200*           CAN BE REWRITTEN AFTER THE FACT WITHOUT BREAKING THE
001300*           CHAIN.  AT END OF RUN THE CHAIN'S COUNT AND LAST HASH
001400*           ARE APPENDED TO THE WRITE-ONCE ANCHOR FILE (HSHANCH),
001500*           AS IS THE PLACE OF EVERY RECORD A SAME-DAY PRICING
001600*           REPLACES.  THE ANCHOR FILE IS OPENED AND CLOSED ON
001700*           EACH CALL THAT WRITES IT, SO WRITERS RUNNING SIDE BY
001800*           SIDE NEVER HOLD IT AGAINST EACH OTHER.  THE
001900*           VERIFICATION JOB (ESCALHVF) RECOMPUTES THE SAME HASH.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT CHAIN-ANCHOR-OUT     ASSIGN TO HSHANCH
002900         ORGANIZATION IS SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CHAIN-ANCHOR-OUT
003400     LABEL RECORDS ARE STANDARD
003500     RECORDING MODE IS F.
003600 COPY HSHACPY.
003700/
003800 WORKING-STORAGE SECTION.
003900 01  W-STORAGE-REF                  PIC X(46) VALUE
004000     'ESCALHSH      - W O R K I N G   S T O R A G E'.
004100
004200******************************************************************
004300*  THE CALLER'S CHAIN - STARTED ON THE FIRST HASH CALL AND KEPT  *
004400*  FOR THE LIFE OF THE RUN.                                      *
004500******************************************************************
004600 01  WS-CHAIN-SWITCH                PIC X(01) VALUE 'N'.
004700     88  CHAIN-STARTED                         VALUE 'Y'.
004800     88  CHAIN-NOT-STARTED                     VALUE 'N'.
004900 01  WS-CHAIN-ID.
005000     05  WS-CHAIN-PROGRAM           PIC X(08).
005100     05  WS-CHAIN-PARTITION         PIC 9(02).
005200     05  WS-CHAIN-DATE              PIC 9(08).
005300     05  WS-CHAIN-TIME              PIC 9(08).
005400 01  WS-CHAIN-SEQ                   PIC 9(09) VALUE ZERO.
005500 01  WS-LAST-HASH                   PIC X(18) VALUE ZEROS.
005600
005700 01  WS-SAVED-HASH                  PIC X(18).
005800 01  WS-TODAY                       PIC 9(08).
005900 01  WS-NOW                         PIC 9(08).
006000
006100******************************************************************
006200*  THE HASH - TWO POLYNOMIAL RESIDUES OVER EVERY BYTE OF THE     *
006300*  RECORD, EACH MODULO ITS OWN PRIME BELOW ONE BILLION, THE      *
006400*  SECOND ALSO WEIGHTED BY THE BYTE'S POSITION.  A BYTE'S VALUE  *
006500*  IS TAKEN BY DROPPING IT INTO THE LOW ORDER OF A HALFWORD.     *
006600******************************************************************
006700 01  WS-HASH-AREA                   PIC X(291).
006800 01  WS-HASH-BYTES  REDEFINES  WS-HASH-AREA.
006900     05  WS-HASH-BYTE  OCCURS 291 TIMES
007000                                    PIC X(01).
007100 01  WS-BYTE-SUB                    PIC 9(04) COMP.
007200 01  WS-BYTE-WORK.
007300     05  FILLER                     PIC X(01) VALUE LOW-VALUE.
007400     05  WS-BYTE-CHAR               PIC X(01).
007500 01  WS-BYTE-VALUE  REDEFINES  WS-BYTE-WORK
007600                                    PIC 9(04) COMP.
007700 01  WS-RESIDUE-1                   PIC 9(09) COMP-3.
007800 01  WS-RESIDUE-2                   PIC 9(09) COMP-3.
007900 01  WS-PRODUCT                     PIC 9(18) COMP-3.
008000 01  WS-QUOTIENT                    PIC 9(18) COMP-3.
008100 01  WS-HASH-RESULT.
008200     05  WS-HASH-RESULT-1           PIC 9(09).
008300     05  WS-HASH-RESULT-2           PIC 9(09).
008400/
008500 LINKAGE SECTION.
008600 COPY HSHXCPY.
008700/
008800 COPY AUDTCPY.
008900/
009000 PROCEDURE DIVISION USING AUDIT-CHAIN-REQUEST
009100                          AUDIT-LOG-RECORD.
009200
009300 0000-MAINLINE.
009400     MOVE 00                        TO HSHX-RETURN-CODE.
009500
009600     EVALUATE TRUE
009700        WHEN HSHX-HASH-RECORD
009800           PERFORM 1000-HASH-RECORD
009900        WHEN HSHX-RECORD-SUPERSEDED
010000           PERFORM 2000-RECORD-SUPERSEDED
010100        WHEN HSHX-CLOSE-CHAIN
010200           PERFORM 3000-CLOSE-CHAIN
010300        WHEN HSHX-VERIFY-RECORD
010400           PERFORM 8000-COMPUTE-HASH
010500        WHEN OTHER
010600           MOVE 08                  TO HSHX-RETURN-CODE
010700     END-EVALUATE.
010800
010900     MOVE WS-CHAIN-SEQ              TO HSHX-RECORD-COUNT.
011000     GOBACK.
011100/
011200******************************************************************
011300*  'H' - NUMBER THE RECORD, CHAIN IT TO THE LAST ONE, HASH IT.   *
011400*  THE FIRST RECORD OF A CHAIN CHAINS TO ZEROS.                  *
011500******************************************************************
011600 1000-HASH-RECORD.
011700     IF CHAIN-NOT-STARTED  THEN
011800        PERFORM 1100-START-CHAIN
011900     END-IF.
012000
012100     ADD 1                          TO WS-CHAIN-SEQ.
012200     MOVE WS-CHAIN-PROGRAM          TO AUD-CHAIN-PROGRAM.
012300     MOVE WS-CHAIN-PARTITION        TO AUD-CHAIN-PARTITION.
012400     MOVE WS-CHAIN-DATE             TO AUD-CHAIN-DATE.
012500     MOVE WS-CHAIN-TIME             TO AUD-CHAIN-TIME.
012600     MOVE WS-CHAIN-SEQ              TO AUD-CHAIN-SEQ.
012700     MOVE WS-LAST-HASH              TO AUD-PREV-HASH.
012800
012900     PERFORM 8000-COMPUTE-HASH.
013000     MOVE HSHX-COMPUTED-HASH        TO AUD-RECORD-HASH.
013100     MOVE HSHX-COMPUTED-HASH        TO WS-LAST-HASH.
013200/
013300 1100-START-CHAIN.
013400     ACCEPT WS-CHAIN-DATE        FROM DATE YYYYMMDD.
013500     ACCEPT WS-CHAIN-TIME        FROM TIME.
013600     MOVE HSHX-PROGRAM-ID           TO WS-CHAIN-PROGRAM.
013700     MOVE HSHX-PARTITION-NUMBER     TO WS-CHAIN-PARTITION.
013800     MOVE ZERO                      TO WS-CHAIN-SEQ.
013900     MOVE ZEROS                     TO WS-LAST-HASH.
014000     MOVE 'Y'                       TO WS-CHAIN-SWITCH.
014100/
014200******************************************************************
014300*  'S' - THE RECORD ABOUT TO BE REPLACED.  ONE WRITTEN BEFORE    *
014400*  THE CHAIN HAS NO PLACE IN ONE TO ACCOUNT FOR.                 *
014500******************************************************************
014600 2000-RECORD-SUPERSEDED.
014700     IF AUD-CHAIN-PROGRAM NOT = SPACES  THEN
014800        MOVE SPACES                 TO AUDIT-CHAIN-ANCHOR-RECORD
014900        MOVE 'S'                    TO ANC-RECORD-TYPE
015000        MOVE AUD-CHAIN-ID           TO ANC-CHAIN-ID
015100        MOVE AUD-CHAIN-SEQ          TO ANC-CHAIN-SEQ
015200        MOVE AUD-RECORD-HASH        TO ANC-CHAIN-HASH
015300        MOVE AUD-CLAIM-NUMBER       TO ANC-CLAIM-NUMBER
015400        MOVE AUD-PRICING-DATE       TO ANC-PRICING-DATE
015500        PERFORM 7000-WRITE-ANCHOR
015600     END-IF.
015700/
015800******************************************************************
015900*  'C' - THE DAY'S ANCHOR FOR THE CHAIN: ITS COUNT AND LAST HASH.*
016000******************************************************************
016100 3000-CLOSE-CHAIN.
016200     IF CHAIN-STARTED  AND  WS-CHAIN-SEQ > ZERO  THEN
016300        MOVE SPACES                 TO AUDIT-CHAIN-ANCHOR-RECORD
016400        MOVE 'C'                    TO ANC-RECORD-TYPE
016500        MOVE WS-CHAIN-ID            TO ANC-CHAIN-ID
016600        MOVE WS-CHAIN-SEQ           TO ANC-CHAIN-SEQ
016700        MOVE WS-LAST-HASH           TO ANC-CHAIN-HASH
016800        MOVE ZERO                   TO ANC-PRICING-DATE
016900        PERFORM 7000-WRITE-ANCHOR
017000     END-IF.
017100/
017200 7000-WRITE-ANCHOR.
017300     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
017400     ACCEPT WS-NOW               FROM TIME.
017500     MOVE WS-TODAY                  TO ANC-WRITTEN-DATE.
017600     MOVE WS-NOW                    TO ANC-WRITTEN-TIME.
017700     OPEN EXTEND CHAIN-ANCHOR-OUT.
017800     WRITE AUDIT-CHAIN-ANCHOR-RECORD.
017900     CLOSE CHAIN-ANCHOR-OUT.
018000/
018100******************************************************************
018200*  HASH THE RECORD AS IT STANDS WITH ITS OWN HASH FIELD BLANK,   *
018300*  LEAVING THE CALLER'S RECORD AS IT FOUND IT.                   *
018400******************************************************************
018500 8000-COMPUTE-HASH.
018600     MOVE AUD-RECORD-HASH           TO WS-SAVED-HASH.
018700     MOVE SPACES                    TO AUD-RECORD-HASH.
018800     MOVE AUDIT-LOG-RECORD          TO WS-HASH-AREA.
018900     MOVE WS-SAVED-HASH             TO AUD-RECORD-HASH.
019000
019100     MOVE 314159265                 TO WS-RESIDUE-1.
019200     MOVE 271828182                 TO WS-RESIDUE-2.
019300     PERFORM 8100-HASH-ONE-BYTE
019400        VARYING WS-BYTE-SUB FROM 1 BY 1 UNTIL WS-BYTE-SUB > 291.
019500
019600     MOVE WS-RESIDUE-1              TO WS-HASH-RESULT-1.
019700     MOVE WS-RESIDUE-2              TO WS-HASH-RESULT-2.
019800     MOVE WS-HASH-RESULT            TO HSHX-COMPUTED-HASH.
019900/
020000 8100-HASH-ONE-BYTE.
020100     MOVE WS-HASH-BYTE (WS-BYTE-SUB) TO WS-BYTE-CHAR.
020200     COMPUTE WS-PRODUCT = WS-RESIDUE-1 * 257 + WS-BYTE-VALUE + 1.
020300     DIVIDE WS-PRODUCT BY 999999937
020400        GIVING WS-QUOTIENT REMAINDER WS-RESIDUE-1.
020500     COMPUTE WS-PRODUCT = WS-RESIDUE-2 * 65599 + WS-BYTE-VALUE +
020600        WS-BYTE-SUB.
020700     DIVIDE WS-PRODUCT BY 999999929
020800        GIVING WS-QUOTIENT REMAINDER WS-RESIDUE-2.
