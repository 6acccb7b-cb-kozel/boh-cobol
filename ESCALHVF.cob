000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALHVF.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALHVF - NEW PROGRAM
000700*         - AUDIT STORE INTEGRITY VERIFICATION.  THE SCHEDULER
000800*           SORT STEP DELIVERS AN UNLOAD OF THE KEYED AUDIT STORE
000900*           (AUDITLOG) WITH THE ESCALARC ARCHIVE GENERATIONS
001000*           CONCATENATED BEHIND IT (HVFIN), IN CHAIN AND CHAIN
001100*           SEQUENCE ORDER.  EVERY CHAINED RECORD'S HASH IS
001200*           RECOMPUTED THROUGH ESCALHSH AND ITS PRIOR-HASH LINK
001300*           CHECKED AGAINST THE RECORD BEFORE IT; EVERY CHAIN IS
001400*           CHECKED AGAINST ITS ANCHOR ON THE WRITE-ONCE ANCHOR
001500*           FILE (HSHANCH) FOR ITS COUNT AND LAST HASH.  A LINK
001600*           THE ANCHOR FILE SHOWS A SAME-DAY PRICING REPLACED IS
001700*           ACCOUNTED FOR; ANY OTHER GAP IS A MISSING RECORD.  THE
001800*           REPORT (HVFRPT) LISTS EVERY ALTERED VALUE, BROKEN
001900*           LINK, MISSING RECORD AND UNANCHORED OR SHORT CHAIN BY
002000*           CLAIM AND PRICING DATE.  RETURN CODE 8 WHEN ANYTHING
002100*           FAILS, 4 WHEN AN ANCHOR TABLE FILLS.
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-Z990.
002700 OBJECT-COMPUTER.            IBM-Z990.
002800 INPUT-OUTPUT  SECTION.
002900 FILE-CONTROL.
003000     SELECT AUDIT-RECORDS-IN     ASSIGN TO HVFIN
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT CHAIN-ANCHOR-IN      ASSIGN TO HSHANCH
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT VERIFY-REPORT        ASSIGN TO HVFRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  AUDIT-RECORDS-IN
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200 COPY AUDTCPY.
004300/
004400 FD  CHAIN-ANCHOR-IN
004500     LABEL RECORDS ARE STANDARD
004600     RECORDING MODE IS F.
004700 COPY HSHACPY.
004800/
004900 FD  VERIFY-REPORT
005000     LABEL RECORDS ARE STANDARD
005100     RECORDING MODE IS F.
005200 01  HVFRPT-RECORD                  PIC X(100).
005300/
005400 WORKING-STORAGE SECTION.
005500 01  W-STORAGE-REF                  PIC X(46) VALUE
005600     'ESCALHVF      - W O R K I N G   S T O R A G E'.
005700
005800 01  WS-AUDIT-EOF-SWITCH            PIC X(01) VALUE 'N'.
005900     88  AUDIT-END-OF-FILE                     VALUE 'Y'.
006000     88  AUDIT-NOT-END-OF-FILE                 VALUE 'N'.
006100 01  WS-ANCHOR-EOF-SWITCH           PIC X(01) VALUE 'N'.
006200     88  ANCHOR-END-OF-FILE                    VALUE 'Y'.
006300     88  ANCHOR-NOT-END-OF-FILE                VALUE 'N'.
006400 01  WS-CHAIN-SWITCH                PIC X(01) VALUE 'N'.
006500     88  CHAIN-ACTIVE                          VALUE 'Y'.
006600     88  CHAIN-NOT-ACTIVE                      VALUE 'N'.
006700
006800******************************************************************
006900*  EVERY CLOSED CHAIN ON THE ANCHOR FILE, IN CHAIN ORDER.        *
007000******************************************************************
007100 01  WS-ANC-TABLE.
007200     05  WS-ANC-ENTRY  OCCURS 10000 TIMES.
007300         10  WS-ANC-CHAIN-ID        PIC X(26).
007400         10  WS-ANC-COUNT           PIC 9(09).
007500         10  WS-ANC-HASH            PIC X(18).
007600         10  WS-ANC-SEEN-SWITCH     PIC X(01).
007700 01  WS-ANC-COUNT-LOADED            PIC 9(05) VALUE ZERO.
007800 01  WS-ANC-SUB                     PIC 9(05).
007900 01  WS-ANC-MATCH-SUB               PIC 9(05).
008000 01  WS-CUR-ANC-SUB                 PIC 9(05).
008100
008200******************************************************************
008300*  EVERY LINK A SAME-DAY PRICING REPLACED, IN CHAIN AND SEQUENCE *
008400*  ORDER, WITH THE HASH THE REPLACED RECORD CARRIED.             *
008500******************************************************************
008600 01  WS-SUP-TABLE.
008700     05  WS-SUP-ENTRY  OCCURS 20000 TIMES.
008800         10  WS-SUP-KEY.
008900             15  WS-SUP-CHAIN-ID    PIC X(26).
009000             15  WS-SUP-SEQ         PIC 9(09).
009100         10  WS-SUP-HASH            PIC X(18).
009200 01  WS-SUP-COUNT-LOADED            PIC 9(05) VALUE ZERO.
009300 01  WS-SUP-SUB                     PIC 9(05).
009400 01  WS-SUP-MATCH-SUB               PIC 9(05).
009500
009600 01  WS-SEARCH-CHAIN-ID             PIC X(26).
009700 01  WS-SEARCH-SUP-KEY.
009800     05  WS-SEARCH-SUP-CHAIN-ID     PIC X(26).
009900     05  WS-SEARCH-SUP-SEQ          PIC 9(09).
010000 01  WS-LOW-SUB                     PIC S9(05).
010100 01  WS-HIGH-SUB                    PIC S9(05).
010200 01  WS-MID-SUB                     PIC S9(05).
010300
010400******************************************************************
010500*  THE CHAIN BEING WALKED.  WS-LINK-HASH IS THE HASH THE NEXT    *
010600*  RECORD MUST CARRY AS ITS PRIOR HASH - SPACES WHEN THE LINK    *
010700*  BEFORE IT IS MISSING AND CANNOT BE CHECKED.                   *
010800******************************************************************
010900 01  WS-CUR-CHAIN-ID.
011000     05  WS-CUR-CHAIN-PROGRAM       PIC X(08).
011100     05  WS-CUR-CHAIN-PARTITION     PIC 9(02).
011200     05  WS-CUR-CHAIN-DATE          PIC 9(08).
011300     05  WS-CUR-CHAIN-TIME          PIC 9(08).
011400 01  WS-EXPECT-SEQ                  PIC 9(09).
011500 01  WS-LAST-SEQ                    PIC 9(09).
011600 01  WS-LAST-RECORD-HASH            PIC X(18).
011700 01  WS-LINK-HASH                   PIC X(18).
011800 01  WS-GAP-END-SEQ                 PIC 9(09).
011900 01  WS-MISSING-IN-CHAIN            PIC 9(09).
012000
012100 01  WS-RECORDS-READ-COUNT          PIC 9(09) VALUE ZERO.
012200 01  WS-UNCHAINED-COUNT             PIC 9(09) VALUE ZERO.
012300 01  WS-VERIFIED-COUNT              PIC 9(09) VALUE ZERO.
012400 01  WS-DUPLICATE-COUNT             PIC 9(09) VALUE ZERO.
012500 01  WS-SUPERSEDED-COUNT            PIC 9(09) VALUE ZERO.
012600 01  WS-CHAINS-WALKED-COUNT         PIC 9(09) VALUE ZERO.
012700 01  WS-ALTERED-COUNT               PIC 9(09) VALUE ZERO.
012800 01  WS-BROKEN-LINK-COUNT           PIC 9(09) VALUE ZERO.
012900 01  WS-MISSING-COUNT               PIC 9(09) VALUE ZERO.
013000 01  WS-UNANCHORED-COUNT            PIC 9(09) VALUE ZERO.
013100 01  WS-ANCHOR-MISMATCH-COUNT       PIC 9(09) VALUE ZERO.
013200 01  WS-BEYOND-ANCHOR-COUNT         PIC 9(09) VALUE ZERO.
013300 01  WS-OUT-OF-SEQUENCE-COUNT       PIC 9(09) VALUE ZERO.
013400 01  WS-CHAIN-MISSING-COUNT         PIC 9(09) VALUE ZERO.
013500 01  WS-EXCEPTION-COUNT             PIC 9(09) VALUE ZERO.
013600 01  WS-TABLE-FULL-COUNT            PIC 9(09) VALUE ZERO.
013700 01  WS-TODAY                       PIC 9(08).
013800
013900 01  RPT-HEADING-1.
014000     05  FILLER                     PIC X(05) VALUE SPACES.
014100     05  FILLER                     PIC X(44) VALUE
014200         'AUDIT STORE INTEGRITY CHAIN VERIFICATION'.
014300     05  RPT-HDR-RUN-DATE           PIC 9(08).
014400
014500 01  RPT-COLUMN-HEADING.
014600     05  FILLER                     PIC X(05) VALUE SPACES.
014700     05  FILLER                     PIC X(25) VALUE 'EXCEPTION'.
014800     05  FILLER                     PIC X(15) VALUE
014900         'CLAIM NUMBER'.
015000     05  FILLER                     PIC X(10) VALUE 'PRICED'.
015100     05  FILLER                     PIC X(36) VALUE
015200         'CHAIN                       LINK'.
015300
015400 01  RPT-DETAIL-LINE.
015500     05  FILLER                     PIC X(05) VALUE SPACES.
015600     05  RPT-EXCEPTION-TEXT         PIC X(24).
015700     05  FILLER                     PIC X(01) VALUE SPACES.
015800     05  RPT-CLAIM-NUMBER           PIC X(13).
015900     05  FILLER                     PIC X(02) VALUE SPACES.
016000     05  RPT-PRICING-DATE           PIC X(08).
016100     05  FILLER                     PIC X(02) VALUE SPACES.
016200     05  RPT-CHAIN-PROGRAM          PIC X(08).
016300     05  FILLER                     PIC X(01) VALUE '-'.
016400     05  RPT-CHAIN-PARTITION        PIC 9(02).
016500     05  FILLER                     PIC X(01) VALUE SPACES.
016600     05  RPT-CHAIN-DATE             PIC 9(08).
016700     05  FILLER                     PIC X(01) VALUE SPACES.
016800     05  RPT-CHAIN-TIME             PIC 9(08).
016900     05  FILLER                     PIC X(01) VALUE SPACES.
017000     05  RPT-CHAIN-SEQ              PIC Z(08)9.
017100
017200 01  RPT-TOTAL-LINE.
017300     05  FILLER                     PIC X(05) VALUE SPACES.
017400     05  RPT-TOTAL-TEXT             PIC X(44).
017500     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZZ,ZZ9.
017600/
017700 COPY HSHXCPY.
017800/
017900 PROCEDURE DIVISION.
018000
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE.
018300     PERFORM 2000-CHECK-ONE-RECORD UNTIL AUDIT-END-OF-FILE.
018400     IF CHAIN-ACTIVE  THEN
018500        PERFORM 3000-FINISH-CHAIN
018600     END-IF.
018700     PERFORM 3500-CHECK-ONE-UNSEEN-ANCHOR
018800        VARYING WS-ANC-SUB FROM 1 BY 1
018900        UNTIL WS-ANC-SUB > WS-ANC-COUNT-LOADED.
019000     PERFORM 4000-PRINT-RUN-TOTALS.
019100     PERFORM 5000-TERMINATE.
019200     GOBACK.
019300/
019400 1000-INITIALIZE.
019500     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
019600
019700     OPEN INPUT CHAIN-ANCHOR-IN.
019800     PERFORM 1100-LOAD-ONE-ANCHOR UNTIL ANCHOR-END-OF-FILE.
019900     CLOSE CHAIN-ANCHOR-IN.
020000
020100     OPEN INPUT  AUDIT-RECORDS-IN.
020200     OPEN OUTPUT VERIFY-REPORT.
020300
020400     MOVE WS-TODAY                  TO RPT-HDR-RUN-DATE.
020500     WRITE HVFRPT-RECORD         FROM RPT-HEADING-1.
020600     MOVE SPACES                    TO HVFRPT-RECORD.
020700     WRITE HVFRPT-RECORD.
020800     WRITE HVFRPT-RECORD         FROM RPT-COLUMN-HEADING.
020900
021000     MOVE 'V'                       TO HSHX-FUNCTION.
021100     PERFORM 2900-READ-NEXT-RECORD.
021200/
021300******************************************************************
021400*  THE ANCHOR FILE IS IN THE ORDER THINGS HAPPENED; BOTH TABLES  *
021500*  ARE KEPT IN KEY ORDER AS THEY LOAD.  A FAILED SEARCH LEAVES   *
021600*  THE LOW SUBSCRIPT AT THE INSERTION POINT.                     *
021700******************************************************************
021800 1100-LOAD-ONE-ANCHOR.
021900     READ CHAIN-ANCHOR-IN
022000         AT END
022100           MOVE 'Y'                 TO WS-ANCHOR-EOF-SWITCH
022200         NOT AT END
022300           EVALUATE TRUE
022400              WHEN ANC-CHAIN-CLOSED
022500                 PERFORM 1200-TABLE-CLOSED-CHAIN
022600              WHEN ANC-RECORD-SUPERSEDED
022700                 PERFORM 1300-TABLE-SUPERSEDED-LINK
022800              WHEN OTHER
022900                 CONTINUE
023000           END-EVALUATE
023100     END-READ.
023200/
023300 1200-TABLE-CLOSED-CHAIN.
023400     MOVE ANC-CHAIN-ID              TO WS-SEARCH-CHAIN-ID.
023500     PERFORM 8000-FIND-ANCHOR.
023600     IF WS-ANC-MATCH-SUB = ZERO  THEN
023700        IF WS-ANC-COUNT-LOADED < 10000  THEN
023800           PERFORM 1210-MOVE-ONE-ANCHOR-DOWN
023900              VARYING WS-ANC-SUB FROM WS-ANC-COUNT-LOADED BY -1
024000              UNTIL WS-ANC-SUB < WS-LOW-SUB
024100           ADD 1                    TO WS-ANC-COUNT-LOADED
024200           MOVE WS-LOW-SUB          TO WS-ANC-MATCH-SUB
024300           MOVE ANC-CHAIN-ID        TO
024400              WS-ANC-CHAIN-ID (WS-ANC-MATCH-SUB)
024500        ELSE
024600           ADD 1                    TO WS-TABLE-FULL-COUNT
024700        END-IF
024800     END-IF.
024900     IF WS-ANC-MATCH-SUB > ZERO  THEN
025000        MOVE ANC-CHAIN-SEQ          TO
025100           WS-ANC-COUNT (WS-ANC-MATCH-SUB)
025200        MOVE ANC-CHAIN-HASH         TO
025300           WS-ANC-HASH (WS-ANC-MATCH-SUB)
025400        MOVE 'N'                    TO
025500           WS-ANC-SEEN-SWITCH (WS-ANC-MATCH-SUB)
025600     END-IF.
025700/
025800 1210-MOVE-ONE-ANCHOR-DOWN.
025900     MOVE WS-ANC-ENTRY (WS-ANC-SUB)  TO
026000          WS-ANC-ENTRY (WS-ANC-SUB + 1).
026100/
026200 1300-TABLE-SUPERSEDED-LINK.
026300     MOVE ANC-CHAIN-ID              TO WS-SEARCH-SUP-CHAIN-ID.
026400     MOVE ANC-CHAIN-SEQ             TO WS-SEARCH-SUP-SEQ.
026500     PERFORM 8100-FIND-SUPERSEDED-LINK.
026600     IF WS-SUP-MATCH-SUB = ZERO  THEN
026700        IF WS-SUP-COUNT-LOADED < 20000  THEN
026800           PERFORM 1310-MOVE-ONE-LINK-DOWN
026900              VARYING WS-SUP-SUB FROM WS-SUP-COUNT-LOADED BY -1
027000              UNTIL WS-SUP-SUB < WS-LOW-SUB
027100           ADD 1                    TO WS-SUP-COUNT-LOADED
027200           MOVE WS-SEARCH-SUP-KEY   TO WS-SUP-KEY (WS-LOW-SUB)
027300           MOVE ANC-CHAIN-HASH      TO WS-SUP-HASH (WS-LOW-SUB)
027400        ELSE
027500           ADD 1                    TO WS-TABLE-FULL-COUNT
027600        END-IF
027700     END-IF.
027800/
027900 1310-MOVE-ONE-LINK-DOWN.
028000     MOVE WS-SUP-ENTRY (WS-SUP-SUB)  TO
028100          WS-SUP-ENTRY (WS-SUP-SUB + 1).
028200/
028300******************************************************************
028400*  ONE RECORD OF THE UNLOAD.  A RECORD WRITTEN BEFORE THE CHAIN  *
028500*  IS ONLY COUNTED.  THE SAME LINK TWICE IS A RESTORED RECORD    *
028600*  STILL ON ITS ARCHIVE GENERATION - IDENTICAL, OR ONE OF THE    *
028700*  TWO WAS ALTERED.                                              *
028800******************************************************************
028900 2000-CHECK-ONE-RECORD.
029000     ADD 1                          TO WS-RECORDS-READ-COUNT.
029100     EVALUATE TRUE
029200        WHEN AUD-CHAIN-PROGRAM = SPACES
029300           ADD 1                    TO WS-UNCHAINED-COUNT
029400        WHEN OTHER
029500           IF CHAIN-NOT-ACTIVE  OR
029600              AUD-CHAIN-ID NOT = WS-CUR-CHAIN-ID  THEN
029700              IF CHAIN-ACTIVE  THEN
029800                 PERFORM 3000-FINISH-CHAIN
029900              END-IF
030000              PERFORM 2100-START-CHAIN
030100           END-IF
030200           EVALUATE TRUE
030300              WHEN AUD-CHAIN-SEQ = WS-LAST-SEQ
030400                 PERFORM 2400-CHECK-DUPLICATE-LINK
030500              WHEN AUD-CHAIN-SEQ < WS-EXPECT-SEQ
030600                 ADD 1              TO WS-OUT-OF-SEQUENCE-COUNT
030700                 MOVE 'OUT OF SEQUENCE'   TO RPT-EXCEPTION-TEXT
030800                 PERFORM 7000-REPORT-RECORD-EXCEPTION
030900              WHEN OTHER
031000                 PERFORM 2300-CHECK-NEXT-LINK
031100           END-EVALUATE
031200     END-EVALUATE.
031300     PERFORM 2900-READ-NEXT-RECORD.
031400/
031500******************************************************************
031600*  A NEW CHAIN STARTS FROM LINK ONE, CHAINED TO ZEROS.           *
031700******************************************************************
031800 2100-START-CHAIN.
031900     MOVE 'Y'                       TO WS-CHAIN-SWITCH.
032000     ADD 1                          TO WS-CHAINS-WALKED-COUNT.
032100     MOVE AUD-CHAIN-ID              TO WS-CUR-CHAIN-ID.
032200     MOVE 1                         TO WS-EXPECT-SEQ.
032300     MOVE ZERO                      TO WS-LAST-SEQ.
032400     MOVE SPACES                    TO WS-LAST-RECORD-HASH.
032500     MOVE ZEROS                     TO WS-LINK-HASH.
032600     MOVE WS-CUR-CHAIN-ID           TO WS-SEARCH-CHAIN-ID.
032700     PERFORM 8000-FIND-ANCHOR.
032800     MOVE WS-ANC-MATCH-SUB          TO WS-CUR-ANC-SUB.
032900     IF WS-CUR-ANC-SUB > ZERO  THEN
033000        MOVE 'Y'                    TO
033100           WS-ANC-SEEN-SWITCH (WS-CUR-ANC-SUB)
033200     END-IF.
033300/
033400******************************************************************
033500*  THE NEXT LINK.  ANY LINKS SKIPPED TO REACH IT ARE ACCOUNTED   *
033600*  FOR FIRST; THEN THE RECORD'S OWN HASH IS RECOMPUTED AND ITS   *
033700*  PRIOR HASH CHECKED AGAINST THE LINK BEFORE IT.                *
033800******************************************************************
033900 2300-CHECK-NEXT-LINK.
034000     COMPUTE WS-GAP-END-SEQ = AUD-CHAIN-SEQ - 1.
034100     PERFORM 2500-ACCOUNT-FOR-ONE-LINK
034200        UNTIL WS-EXPECT-SEQ > WS-GAP-END-SEQ.
034300
034400     IF WS-CUR-ANC-SUB > ZERO  AND
034500        AUD-CHAIN-SEQ > WS-ANC-COUNT (WS-CUR-ANC-SUB)  THEN
034600        ADD 1                       TO WS-BEYOND-ANCHOR-COUNT
034700        MOVE 'NOT IN ANCHORED CHAIN'   TO RPT-EXCEPTION-TEXT
034800        PERFORM 7000-REPORT-RECORD-EXCEPTION
034900     END-IF.
035000
035100     CALL 'ESCALHSH'             USING AUDIT-CHAIN-REQUEST
035200                                       AUDIT-LOG-RECORD.
035300     IF HSHX-COMPUTED-HASH NOT = AUD-RECORD-HASH  THEN
035400        ADD 1                       TO WS-ALTERED-COUNT
035500        MOVE 'ALTERED VALUE'        TO RPT-EXCEPTION-TEXT
035600        PERFORM 7000-REPORT-RECORD-EXCEPTION
035700     END-IF.
035800
035900     IF WS-LINK-HASH NOT = SPACES  AND
036000        AUD-PREV-HASH NOT = WS-LINK-HASH  THEN
036100        ADD 1                       TO WS-BROKEN-LINK-COUNT
036200        MOVE 'BROKEN LINK'          TO RPT-EXCEPTION-TEXT
036300        PERFORM 7000-REPORT-RECORD-EXCEPTION
036400     END-IF.
036500
036600     ADD 1                          TO WS-VERIFIED-COUNT.
036700     MOVE AUD-CHAIN-SEQ             TO WS-LAST-SEQ.
036800     COMPUTE WS-EXPECT-SEQ = AUD-CHAIN-SEQ + 1.
036900     MOVE AUD-RECORD-HASH           TO WS-LAST-RECORD-HASH.
037000     MOVE AUD-RECORD-HASH           TO WS-LINK-HASH.
037100/
037200 2400-CHECK-DUPLICATE-LINK.
037300     IF AUD-RECORD-HASH = WS-LAST-RECORD-HASH  THEN
037400        CALL 'ESCALHSH'          USING AUDIT-CHAIN-REQUEST
037500                                       AUDIT-LOG-RECORD
037600     END-IF.
037700     IF AUD-RECORD-HASH = WS-LAST-RECORD-HASH  AND
037800        HSHX-COMPUTED-HASH = AUD-RECORD-HASH  THEN
037900        ADD 1                       TO WS-DUPLICATE-COUNT
038000     ELSE
038100        ADD 1                       TO WS-ALTERED-COUNT
038200        MOVE 'ALTERED - TWO VERSIONS'  TO RPT-EXCEPTION-TEXT
038300        PERFORM 7000-REPORT-RECORD-EXCEPTION
038400     END-IF.
038500/
038600******************************************************************
038700*  A LINK NOT ON FILE IS ACCOUNTED FOR WHEN A SAME-DAY PRICING   *
038800*  REPLACED IT - ITS HASH COMES OFF THE ANCHOR FILE - AND IS     *
038900*  OTHERWISE MISSING, LEAVING THE NEXT LINK UNCHECKABLE.         *
039000******************************************************************
039100 2500-ACCOUNT-FOR-ONE-LINK.
039200     MOVE WS-CUR-CHAIN-ID           TO WS-SEARCH-SUP-CHAIN-ID.
039300     MOVE WS-EXPECT-SEQ             TO WS-SEARCH-SUP-SEQ.
039400     PERFORM 8100-FIND-SUPERSEDED-LINK.
039500     IF WS-SUP-MATCH-SUB > ZERO  THEN
039600        ADD 1                       TO WS-SUPERSEDED-COUNT
039700        MOVE WS-SUP-HASH (WS-SUP-MATCH-SUB) TO WS-LINK-HASH
039800     ELSE
039900        ADD 1                       TO WS-MISSING-COUNT
040000        MOVE 'MISSING RECORD'       TO RPT-EXCEPTION-TEXT
040100        MOVE WS-EXPECT-SEQ          TO RPT-CHAIN-SEQ
040200        PERFORM 7100-REPORT-CHAIN-EXCEPTION
040300        MOVE SPACES                 TO WS-LINK-HASH
040400     END-IF.
040500     ADD 1                          TO WS-EXPECT-SEQ.
040600/
040700 2900-READ-NEXT-RECORD.
040800     READ AUDIT-RECORDS-IN
040900         AT END MOVE 'Y'            TO WS-AUDIT-EOF-SWITCH
041000     END-READ.
041100/
041200******************************************************************
041300*  END OF A CHAIN - IT MUST RUN TO ITS ANCHORED COUNT AND END ON *
041400*  ITS ANCHORED HASH.  A CHAIN WITH NO ANCHOR WAS NEVER CLOSED   *
041500*  (A RUN STILL GOING OR ONE THAT ABENDED) OR LOST ITS ANCHOR.   *
041600******************************************************************
041700 3000-FINISH-CHAIN.
041800     IF WS-CUR-ANC-SUB = ZERO  THEN
041900        ADD 1                       TO WS-UNANCHORED-COUNT
042000        MOVE 'CHAIN HAS NO ANCHOR'  TO RPT-EXCEPTION-TEXT
042100        MOVE WS-LAST-SEQ            TO RPT-CHAIN-SEQ
042200        PERFORM 7100-REPORT-CHAIN-EXCEPTION
042300     ELSE
042400        MOVE WS-ANC-COUNT (WS-CUR-ANC-SUB) TO WS-GAP-END-SEQ
042500        PERFORM 2500-ACCOUNT-FOR-ONE-LINK
042600           UNTIL WS-EXPECT-SEQ > WS-GAP-END-SEQ
042700        IF WS-LINK-HASH NOT = SPACES  AND
042800           WS-LINK-HASH NOT = WS-ANC-HASH (WS-CUR-ANC-SUB)  THEN
042900           ADD 1                    TO WS-ANCHOR-MISMATCH-COUNT
043000           MOVE 'LAST HASH NOT ANCHORED'  TO RPT-EXCEPTION-TEXT
043100           MOVE WS-ANC-COUNT (WS-CUR-ANC-SUB) TO RPT-CHAIN-SEQ
043200           PERFORM 7100-REPORT-CHAIN-EXCEPTION
043300        END-IF
043400     END-IF.
043500     MOVE 'N'                       TO WS-CHAIN-SWITCH.
043600/
043700******************************************************************
043800*  AN ANCHORED CHAIN WITH NOT ONE RECORD IN THE STORE OR THE     *
043900*  ARCHIVE - EVERY LINK NOT REPLACED BY A SAME-DAY PRICING IS    *
044000*  MISSING.                                                      *
044100******************************************************************
044200 3500-CHECK-ONE-UNSEEN-ANCHOR.
044300     IF WS-ANC-SEEN-SWITCH (WS-ANC-SUB) NOT = 'Y'  THEN
044400        MOVE WS-ANC-CHAIN-ID (WS-ANC-SUB) TO WS-CUR-CHAIN-ID
044500        MOVE ZERO                   TO WS-MISSING-IN-CHAIN
044600        PERFORM 3510-CHECK-ONE-UNSEEN-LINK
044700           VARYING WS-EXPECT-SEQ FROM 1 BY 1
044800           UNTIL WS-EXPECT-SEQ > WS-ANC-COUNT (WS-ANC-SUB)
044900        IF WS-MISSING-IN-CHAIN > ZERO  THEN
045000           ADD 1                    TO WS-CHAIN-MISSING-COUNT
045100           ADD WS-MISSING-IN-CHAIN  TO WS-MISSING-COUNT
045200           MOVE 'CHAIN NOT ON FILE'   TO RPT-EXCEPTION-TEXT
045300           MOVE WS-MISSING-IN-CHAIN TO RPT-CHAIN-SEQ
045400           PERFORM 7100-REPORT-CHAIN-EXCEPTION
045500        END-IF
045600     END-IF.
045700/
045800 3510-CHECK-ONE-UNSEEN-LINK.
045900     MOVE WS-CUR-CHAIN-ID           TO WS-SEARCH-SUP-CHAIN-ID.
046000     MOVE WS-EXPECT-SEQ             TO WS-SEARCH-SUP-SEQ.
046100     PERFORM 8100-FIND-SUPERSEDED-LINK.
046200     IF WS-SUP-MATCH-SUB = ZERO  THEN
046300        ADD 1                       TO WS-MISSING-IN-CHAIN
046400     ELSE
046500        ADD 1                       TO WS-SUPERSEDED-COUNT
046600     END-IF.
046700/
046800 4000-PRINT-RUN-TOTALS.
046900     MOVE SPACES                    TO HVFRPT-RECORD.
047000     WRITE HVFRPT-RECORD.
047100
047200     MOVE 'RECORDS READ - STORE AND ARCHIVE  . . . . . ' TO
047300                                    RPT-TOTAL-TEXT.
047400     MOVE WS-RECORDS-READ-COUNT     TO RPT-TOTAL-COUNT.
047500     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
047600
047700     MOVE '  WRITTEN BEFORE THE CHAIN - NOT HASHED  . .' TO
047800                                    RPT-TOTAL-TEXT.
047900     MOVE WS-UNCHAINED-COUNT        TO RPT-TOTAL-COUNT.
048000     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
048100
048200     MOVE '  CHAINED RECORDS VERIFIED  . . . . . . . . ' TO
048300                                    RPT-TOTAL-TEXT.
048400     MOVE WS-VERIFIED-COUNT         TO RPT-TOTAL-COUNT.
048500     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
048600
048700     MOVE '  RESTORED COPIES ALSO ON THE ARCHIVE  . . .' TO
048800                                    RPT-TOTAL-TEXT.
048900     MOVE WS-DUPLICATE-COUNT        TO RPT-TOTAL-COUNT.
049000     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
049100
049200     MOVE 'CHAINS WALKED  . . . . . . . . . . . . . . .' TO
049300                                    RPT-TOTAL-TEXT.
049400     MOVE WS-CHAINS-WALKED-COUNT    TO RPT-TOTAL-COUNT.
049500     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
049600
049700     MOVE 'CHAIN ANCHORS ON FILE  . . . . . . . . . . .' TO
049800                                    RPT-TOTAL-TEXT.
049900     MOVE WS-ANC-COUNT-LOADED       TO RPT-TOTAL-COUNT.
050000     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
050100
050200     MOVE 'LINKS REPLACED BY A SAME-DAY PRICING  . . . ' TO
050300                                    RPT-TOTAL-TEXT.
050400     MOVE WS-SUPERSEDED-COUNT       TO RPT-TOTAL-COUNT.
050500     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
050600
050700     MOVE SPACES                    TO HVFRPT-RECORD.
050800     WRITE HVFRPT-RECORD.
050900
051000     MOVE 'ALTERED VALUES  . . . . . . . . . . . . . . ' TO
051100                                    RPT-TOTAL-TEXT.
051200     MOVE WS-ALTERED-COUNT          TO RPT-TOTAL-COUNT.
051300     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
051400
051500     MOVE 'BROKEN LINKS  . . . . . . . . . . . . . . . ' TO
051600                                    RPT-TOTAL-TEXT.
051700     MOVE WS-BROKEN-LINK-COUNT      TO RPT-TOTAL-COUNT.
051800     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
051900
052000     MOVE 'MISSING RECORDS  . . . . . . . . . . . . . .' TO
052100                                    RPT-TOTAL-TEXT.
052200     MOVE WS-MISSING-COUNT          TO RPT-TOTAL-COUNT.
052300     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
052400
052500     MOVE '  WHOLE CHAINS NOT ON FILE  . . . . . . . . ' TO
052600                                    RPT-TOTAL-TEXT.
052700     MOVE WS-CHAIN-MISSING-COUNT    TO RPT-TOTAL-COUNT.
052800     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
052900
053000     MOVE 'RECORDS PAST THEIR CHAIN''S ANCHOR  . . . . .' TO
053100                                    RPT-TOTAL-TEXT.
053200     MOVE WS-BEYOND-ANCHOR-COUNT    TO RPT-TOTAL-COUNT.
053300     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
053400
053500     MOVE 'CHAINS WITH NO ANCHOR  . . . . . . . . . . .' TO
053600                                    RPT-TOTAL-TEXT.
053700     MOVE WS-UNANCHORED-COUNT       TO RPT-TOTAL-COUNT.
053800     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
053900
054000     MOVE 'CHAINS NOT ENDING ON THE ANCHORED HASH  . . ' TO
054100                                    RPT-TOTAL-TEXT.
054200     MOVE WS-ANCHOR-MISMATCH-COUNT  TO RPT-TOTAL-COUNT.
054300     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
054400
054500     MOVE 'RECORDS OUT OF CHAIN SEQUENCE  . . . . . . .' TO
054600                                    RPT-TOTAL-TEXT.
054700     MOVE WS-OUT-OF-SEQUENCE-COUNT  TO RPT-TOTAL-COUNT.
054800     WRITE HVFRPT-RECORD         FROM RPT-TOTAL-LINE.
054900
055000     IF WS-TABLE-FULL-COUNT > ZERO  THEN
055100        MOVE 'ANCHOR ENTRIES DROPPED - TABLE FULL  . . . .' TO
055200                                    RPT-TOTAL-TEXT
055300        MOVE WS-TABLE-FULL-COUNT    TO RPT-TOTAL-COUNT
055400        WRITE HVFRPT-RECORD      FROM RPT-TOTAL-LINE
055500        DISPLAY 'ESCALHVF - ANCHOR TABLE FULL - VERIFICATION IS '
055600           'INCOMPLETE'
055700        MOVE 4                      TO RETURN-CODE
055800     END-IF.
055900
056000     IF WS-EXCEPTION-COUNT > ZERO  THEN
056100        DISPLAY 'ESCALHVF - ' WS-EXCEPTION-COUNT
056200           ' INTEGRITY EXCEPTIONS - SEE HVFRPT'
056300        MOVE 8                      TO RETURN-CODE
056400     END-IF.
056500/
056600 5000-TERMINATE.
056700     CLOSE AUDIT-RECORDS-IN
056800           VERIFY-REPORT.
056900/
057000******************************************************************
057100*  AN EXCEPTION ON THE RECORD IN HAND, AND ONE ON THE CHAIN      *
057200*  BEING WALKED, WHERE THERE IS NO RECORD TO NAME THE CLAIM.     *
057300******************************************************************
057400 7000-REPORT-RECORD-EXCEPTION.
057500     ADD 1                          TO WS-EXCEPTION-COUNT.
057600     MOVE AUD-CLAIM-NUMBER          TO RPT-CLAIM-NUMBER.
057700     MOVE AUD-PRICING-DATE          TO RPT-PRICING-DATE.
057800     MOVE AUD-CHAIN-PROGRAM         TO RPT-CHAIN-PROGRAM.
057900     MOVE AUD-CHAIN-PARTITION       TO RPT-CHAIN-PARTITION.
058000     MOVE AUD-CHAIN-DATE            TO RPT-CHAIN-DATE.
058100     MOVE AUD-CHAIN-TIME            TO RPT-CHAIN-TIME.
058200     MOVE AUD-CHAIN-SEQ             TO RPT-CHAIN-SEQ.
058300     WRITE HVFRPT-RECORD         FROM RPT-DETAIL-LINE.
058400/
058500 7100-REPORT-CHAIN-EXCEPTION.
058600     ADD 1                          TO WS-EXCEPTION-COUNT.
058700     MOVE 'NOT ON FILE'             TO RPT-CLAIM-NUMBER.
058800     MOVE SPACES                    TO RPT-PRICING-DATE.
058900     MOVE WS-CUR-CHAIN-PROGRAM      TO RPT-CHAIN-PROGRAM.
059000     MOVE WS-CUR-CHAIN-PARTITION    TO RPT-CHAIN-PARTITION.
059100     MOVE WS-CUR-CHAIN-DATE         TO RPT-CHAIN-DATE.
059200     MOVE WS-CUR-CHAIN-TIME         TO RPT-CHAIN-TIME.
059300     WRITE HVFRPT-RECORD         FROM RPT-DETAIL-LINE.
059400/
059500******************************************************************
059600*  BINARY SEARCHES OF THE TWO ANCHOR TABLES - THE MATCH          *
059700*  SUBSCRIPT IS ZERO WHEN THE KEY IS NOT TABLED.                 *
059800******************************************************************
059900 8000-FIND-ANCHOR.
060000     MOVE ZERO                      TO WS-ANC-MATCH-SUB.
060100     MOVE 1                         TO WS-LOW-SUB.
060200     MOVE WS-ANC-COUNT-LOADED       TO WS-HIGH-SUB.
060300     PERFORM 8010-PROBE-ANCHOR-TABLE
060400        UNTIL WS-LOW-SUB > WS-HIGH-SUB  OR
060500              WS-ANC-MATCH-SUB > ZERO.
060600/
060700 8010-PROBE-ANCHOR-TABLE.
060800     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
060900     EVALUATE TRUE
061000        WHEN WS-ANC-CHAIN-ID (WS-MID-SUB) = WS-SEARCH-CHAIN-ID
061100           MOVE WS-MID-SUB          TO WS-ANC-MATCH-SUB
061200        WHEN WS-ANC-CHAIN-ID (WS-MID-SUB) < WS-SEARCH-CHAIN-ID
061300           COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
061400        WHEN OTHER
061500           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
061600     END-EVALUATE.
061700/
061800 8100-FIND-SUPERSEDED-LINK.
061900     MOVE ZERO                      TO WS-SUP-MATCH-SUB.
062000     MOVE 1                         TO WS-LOW-SUB.
062100     MOVE WS-SUP-COUNT-LOADED       TO WS-HIGH-SUB.
062200     PERFORM 8110-PROBE-SUPERSEDED-TABLE
062300        UNTIL WS-LOW-SUB > WS-HIGH-SUB  OR
062400              WS-SUP-MATCH-SUB > ZERO.
062500/
062600 8110-PROBE-SUPERSEDED-TABLE.
062700     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
062800     EVALUATE TRUE
062900        WHEN WS-SUP-KEY (WS-MID-SUB) = WS-SEARCH-SUP-KEY
063000           MOVE WS-MID-SUB          TO WS-SUP-MATCH-SUB
063100        WHEN WS-SUP-KEY (WS-MID-SUB) < WS-SEARCH-SUP-KEY
063200           COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
063300        WHEN OTHER
063400           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
063500     END-EVALUATE.
