001520*           LANGUAGE REASON TEXT FROM THE KEYED REASON MASTER
001530*           (RCMFILE) NEXT TO EACH RTC, SO NOBODY READS THE
001540*           AGING OFF A LAMINATED CARD.
001552* 10/15/2026 ESCALSUS - APPENDS ONE RECORD PER RUN TO THE SUSPENSE
001564*           RECYCLE HISTORY (SUSHIST, SEE SUSHCPY) - LINES READ,
001576*           LINES RESOLVED, AND WHAT THEY REPRICED TO - FOR THE
001588*           CASH-REQUIREMENTS FORECAST'S RECYCLE RATE (ESCALCRF).
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
003320         ORGANIZATION IS INDEXED
003330         ACCESS MODE IS DYNAMIC
003340         RECORD KEY IS RCM-RECORD-KEY.
003360     SELECT RECYCLE-HISTORY-OUT  ASSIGN TO SUSHIST
003380         ORGANIZATION IS SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
006110 FD  REASON-MASTER
006120     LABEL RECORDS ARE STANDARD.
006130 COPY RCMFCPY.
006131/
006132 FD  RECYCLE-HISTORY-OUT
006133     LABEL RECORDS ARE STANDARD
006134     RECORDING MODE IS F.
006135 COPY SUSHCPY.
006140/
006200 WORKING-STORAGE SECTION.
006300 01  W-STORAGE-REF                  PIC X(46) VALUE
009600 01  WS-RESOLVED-COUNT              PIC 9(07) VALUE ZERO.
009700 01  WS-CARRIED-COUNT               PIC 9(07) VALUE ZERO.
009800 01  WS-ORPHAN-CORR-COUNT           PIC 9(07) VALUE ZERO.
009850 01  WS-RESOLVED-AMT                PIC 9(09)V9(02) VALUE ZERO.
009900
010000 01  RES-DETAIL-LINE.
010100     05  FILLER                     PIC X(05) VALUE SPACES.
015200     OPEN OUTPUT SUSPENSE-MASTER-OUT.
015300     OPEN OUTPUT RESOLVED-OUT.
015400     OPEN OUTPUT AGING-REPORT.
015450     OPEN EXTEND RECYCLE-HISTORY-OUT.
015500
015510     PERFORM 1100-LOAD-REASON-MASTER.
015520
029996        ELSE
030000        IF WS-CORR-RTC (WS-CORR-MATCH-SUB) < 50  THEN
030100           ADD 1                    TO WS-RESOLVED-COUNT
030150           ADD WS-CORR-AMT (WS-CORR-MATCH-SUB) TO WS-RESOLVED-AMT
030200           MOVE 'CORRECTED AND REPRICED'  TO RES-RESULT-TEXT
030300        ELSE
030310*          A CORRECTION THAT STILL REJECTS HAS NOT PAID ANYONE -
035100     MOVE 'SUSPENSE CARRIED FORWARD. . .' TO RPT-TOTAL-TEXT.
035200     MOVE WS-CARRIED-COUNT          TO RPT-TOTAL-COUNT.
035300     WRITE SUSAGE-RECORD  FROM RPT-TOTAL-LINE.
035311
035322     MOVE SPACES          TO SUSPENSE-RECYCLE-HISTORY-RECORD.
035333     MOVE WS-TODAY                  TO SUSH-RUN-DATE.
035344     COMPUTE SUSH-LINES-READ =
035355        WS-RESOLVED-COUNT + WS-CARRIED-COUNT.
035366     MOVE WS-RESOLVED-COUNT         TO SUSH-RESOLVED-COUNT.
035377     MOVE WS-RESOLVED-AMT           TO SUSH-RESOLVED-AMT.
035388     WRITE SUSPENSE-RECYCLE-HISTORY-RECORD.
035400/
035500 2900-READ-NEXT-CORRECTION.
035600     READ CORRECTED-CLAIMS-IN
036200           CORRECTED-CLAIMS-IN
036300           SUSPENSE-MASTER-OUT
036400           RESOLVED-OUT
036500           AGING-REPORT
036510           RECYCLE-HISTORY-OUT.
