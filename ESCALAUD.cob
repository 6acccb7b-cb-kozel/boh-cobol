001298*           INTEGRITY AUDIT (ESCALACR) DOES NOT RECOMPUTE FROM
001299*           THE STORE - IT REPLAYS THE TRNPOST/DEDPOST POSTING
001301*           LEDGERS, WHICH RECORD ONLY WHAT ACTUALLY POSTED.
001302* 10/15/2026 ESCALAUD - EVERY AUDIT RECORD IS NOW CHAINED AND
001303*           HASHED THROUGH ESCALHSH BEFORE IT IS WRITTEN, AND THE
001304*           RUN'S CHAIN IS ANCHORED AT END OF RUN.  A SAME-DAY
001305*           REPRICE STILL REPLACES THAT DAY'S RECORD, BUT THE
001306*           RECORD IT REPLACES IS FIRST ACCOUNTED FOR ON THE
001307*           ANCHOR FILE, SO THE VERIFICATION JOB (ESCALHVF) CAN
001308*           TELL A REPLACEMENT FROM A RECORD THAT WENT MISSING.
001309******************************************************************
001400 DATE-COMPILED.
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
004450
004470 01  WS-SUB                         PIC 9(04).
004475 01  WS-TODAY                       PIC 9(08).
004476 01  WS-NEW-AUDIT-RECORD            PIC X(291).
004477/
004478 COPY HSHXCPY.
004480/
004490 COPY RCLXCPY.
004500/
015560        MOVE ZERO                   TO AUD-RECLASS-CBSA
015570     END-IF.
015500
015512     MOVE 'H'                       TO HSHX-FUNCTION.
015524     MOVE 'ESCALAUD'                TO HSHX-PROGRAM-ID.
015536     MOVE ZERO                      TO HSHX-PARTITION-NUMBER.
015548     CALL 'ESCALHSH'             USING AUDIT-CHAIN-REQUEST
015560                                       AUDIT-LOG-RECORD.
015572
015590*  A claim repriced the same day replaces that day's pricing
015595*  rather than failing on the duplicate key.
015600     WRITE AUDIT-LOG-RECORD
015610         INVALID KEY
015620            PERFORM 2300-REPLACE-AUDIT-RECORD
015630     END-WRITE.
015634/
015638******************************************************************
015642*  THE RECORD BEING REPLACED GOES ON THE ANCHOR FILE FIRST, SO   *
015646*  ITS PLACE IN ITS CHAIN IS ACCOUNTED FOR.                      *
015650******************************************************************
015654 2300-REPLACE-AUDIT-RECORD.
015658     MOVE AUDIT-LOG-RECORD          TO WS-NEW-AUDIT-RECORD.
015662     READ AUDIT-LOG-OUT
015666         NOT INVALID KEY
015670            MOVE 'S'                TO HSHX-FUNCTION
015674            CALL 'ESCALHSH'      USING AUDIT-CHAIN-REQUEST
015678                                       AUDIT-LOG-RECORD
015682     END-READ.
015686     MOVE WS-NEW-AUDIT-RECORD       TO AUDIT-LOG-RECORD.
015690     REWRITE AUDIT-LOG-RECORD.
015700/
015800 2900-READ-NEXT-CLAIM.
015900     READ AUDIT-CLAIM-IN
016100     END-READ.
016200/
016300 3000-TERMINATE.
016325     MOVE 'C'                       TO HSHX-FUNCTION.
016350     CALL 'ESCALHSH'             USING AUDIT-CHAIN-REQUEST
016375                                       AUDIT-LOG-RECORD.
016400     CLOSE AUDIT-CLAIM-IN
016500           AUDIT-LOG-OUT.
