001830*           THOSE FIELDS EXISTED CARRIES SPACES IN THE BYTES,
001840*           AND A FISCAL YEAR SPANNING THE CUTOVER TOOK A DATA
001850*           EXCEPTION ON THE FIRST OLD RECORD.
001860* 10/15/2026 ESCALCRX - CARRY THE ALLOWABLE BAD DEBT FROM THE
001870*           ESCALBDL SCHEDULE (BDSCHED) INTO THE EXTRACT AND THE
001880*           REPORT FOR EACH PROVIDER FISCAL YEAR, IN THE TEN
001890*           BYTES OF FILLER AT THE END OF THE EXTRACT RECORD.
001900******************************************************************
002000 DATE-COMPILED.
002100 ENVIRONMENT DIVISION.
002700     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
002800         ORGANIZATION IS SEQUENTIAL.
002900     SELECT FISCAL-YEAR-MASTER   ASSIGN TO PRVFYMST
002933         ORGANIZATION IS SEQUENTIAL.
002966     SELECT BAD-DEBT-SCHEDULE-IN ASSIGN TO BDSCHED
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT SETTLEMENT-EXTRACT   ASSIGN TO CRXEXT
003200         ORGANIZATION IS SEQUENTIAL.
004500     RECORDING MODE IS F.
004600 COPY PFYCPY.
004700/
004716 FD  BAD-DEBT-SCHEDULE-IN
004732     LABEL RECORDS ARE STANDARD
004748     RECORDING MODE IS F.
004764 COPY BDSCPY.
004780/
004800 FD  SETTLEMENT-EXTRACT
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F.
005900     05  CRX-TDAPA-AMT              PIC 9(11)V9(02).
006000     05  CRX-DEDUCTIBLE-AMT         PIC 9(09)V9(02).
006100     05  CRX-COINSURANCE-AMT        PIC 9(11)V9(02).
006200     05  CRX-BAD-DEBT-ALLOWABLE-AMT PIC 9(08)V9(02).
006300/
006400 FD  SETTLEMENT-REPORT
006500     LABEL RECORDS ARE STANDARD
007700 01  WS-PFY-EOF-SWITCH              PIC X(01) VALUE 'N'.
007800     88  PFY-END-OF-FILE                       VALUE 'Y'.
007900     88  PFY-NOT-END-OF-FILE                   VALUE 'N'.
007920
007940 01  WS-BDS-EOF-SWITCH              PIC X(01) VALUE 'N'.
007960     88  BDS-END-OF-FILE                       VALUE 'Y'.
007980     88  BDS-NOT-END-OF-FILE                   VALUE 'N'.
008000
008100 01  WS-SUB                         PIC 9(04).
008200
011100         10  WS-BKT-TDAPA-AMT       PIC 9(11)V9(02).
011200         10  WS-BKT-DEDUCTIBLE-AMT  PIC 9(09)V9(02).
011300         10  WS-BKT-COINSURANCE-AMT PIC 9(11)V9(02).
011350         10  WS-BKT-BAD-DEBT-AMT    PIC 9(09)V9(02).
011400 01  WS-BKT-COUNT                   PIC 9(04) VALUE ZERO.
011500 01  WS-BKT-SUB                     PIC 9(04).
011600 01  WS-BKT-MATCH-SUB               PIC 9(04).
011800 01  WS-HIST-READ-COUNT             PIC 9(09) VALUE ZERO.
011900 01  WS-PAID-LINE-COUNT             PIC 9(09) VALUE ZERO.
012000 01  WS-NO-FY-COUNT                 PIC 9(09) VALUE ZERO.
012050 01  WS-BDS-READ-COUNT              PIC 9(09) VALUE ZERO.
012100
012200 01  RPT-HEADING-1.
012300     05  FILLER                     PIC X(05) VALUE SPACES.
012500         'COST-REPORT SETTLEMENT BY PROVIDER FISCAL YEAR'.
012600
012700 01  RPT-HEADING-2.
012800     05  FILLER                     PIC X(03) VALUE SPACES.
012900     05  FILLER                     PIC X(08) VALUE 'PROVIDER'.
013000     05  FILLER                     PIC X(20) VALUE
013100         '  FISCAL YEAR'.
013700     05  FILLER                     PIC X(13) VALUE 'TDAPA'.
013800     05  FILLER                     PIC X(12) VALUE 'DEDUCTIBLE'.
013900     05  FILLER                     PIC X(12) VALUE 'COINSURANCE'.
013950     05  FILLER                     PIC X(12) VALUE 'BAD DEBT'.
014000
014100 01  RPT-DETAIL-LINE.
014200     05  FILLER                     PIC X(03) VALUE SPACES.
014300     05  RPT-PROVIDER               PIC X(06).
014400     05  FILLER                     PIC X(02) VALUE SPACES.
014500     05  RPT-FY-BEGIN               PIC 9(08).
015900     05  RPT-DEDUCTIBLE             PIC Z,ZZZ,ZZ9.99.
016000     05  FILLER                     PIC X(01) VALUE SPACES.
016100     05  RPT-COINSURANCE            PIC Z,ZZZ,ZZ9.99.
016133     05  FILLER                     PIC X(01) VALUE SPACES.
016166     05  RPT-BAD-DEBT               PIC Z,ZZZ,ZZ9.99.
016200
016300 01  RPT-TOTAL-LINE.
016400     05  FILLER                     PIC X(05) VALUE SPACES.
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE.
017400     PERFORM 2000-PROCESS-HISTORY UNTIL HIST-END-OF-FILE.
017450     PERFORM 3000-APPLY-BAD-DEBT.
017500     PERFORM 4000-WRITE-SETTLEMENT.
017600     PERFORM 5000-TERMINATE.
017700     GOBACK.
029900         AT END MOVE 'Y'            TO WS-HIST-EOF-SWITCH
030000     END-READ.
030100/
030101******************************************************************
030102*  THE ALLOWABLE BAD DEBT ESCALBDL SCHEDULED FOR EACH PROVIDER   *
030103*  FISCAL YEAR - DUAL-ELIGIBLE AND OTHER TOGETHER - GOES ON THE  *
030104*  SAME SETTLEMENT RECORD AS THE PAYMENTS.  A FISCAL YEAR WITH   *
030105*  BAD DEBT BUT NO PAID LINES IN THE HISTORY GETS A RECORD OF    *
030106*  ITS OWN.  THE JOB SUPPLIES AN EMPTY SCHEDULE WHEN NO LOGS     *
030107*  WERE VALIDATED FOR THE RUN.                                   *
030108******************************************************************
030109 3000-APPLY-BAD-DEBT.
030110     OPEN INPUT  BAD-DEBT-SCHEDULE-IN.
030111     PERFORM 3900-READ-NEXT-SCHEDULE.
030112     PERFORM 3100-APPLY-ONE-SCHEDULE-ROW
030113        UNTIL BDS-END-OF-FILE.
030114     CLOSE BAD-DEBT-SCHEDULE-IN.
030115/
030116 3100-APPLY-ONE-SCHEDULE-ROW.
030117     ADD 1                          TO WS-BDS-READ-COUNT.
030118     MOVE ZERO                      TO WS-BKT-MATCH-SUB.
030119     PERFORM 3110-TEST-ONE-BUCKET
030120        VARYING WS-BKT-SUB FROM 1 BY 1
030121        UNTIL WS-BKT-SUB > WS-BKT-COUNT
030122           OR WS-BKT-MATCH-SUB > ZERO.
030123
030124     IF WS-BKT-MATCH-SUB = ZERO  THEN
030125        IF WS-BKT-COUNT < 2000  THEN
030126           ADD 1                    TO WS-BKT-COUNT
030127           MOVE WS-BKT-COUNT        TO WS-BKT-MATCH-SUB
030128           INITIALIZE WS-BKT-ENTRY (WS-BKT-MATCH-SUB)
030129           MOVE BDS-PROVIDER-NUMBER TO
030130              WS-BKT-PROVIDER (WS-BKT-MATCH-SUB)
030131           MOVE BDS-FY-BEGIN-DATE   TO
030132              WS-BKT-FY-BEGIN (WS-BKT-MATCH-SUB)
030133           MOVE BDS-FY-END-DATE     TO
030134              WS-BKT-FY-END (WS-BKT-MATCH-SUB)
030135        ELSE
030136           DISPLAY 'ESCALCRX - SETTLEMENT BUCKET TABLE FULL - '
030137              'BAD DEBT NOT TOTALED'
030138        END-IF
030139     END-IF.
030140
030141     IF WS-BKT-MATCH-SUB > ZERO  THEN
030142        ADD BDS-ALLOWABLE-DUAL-AMT  TO
030143           WS-BKT-BAD-DEBT-AMT (WS-BKT-MATCH-SUB)
030144        ADD BDS-ALLOWABLE-OTHER-AMT TO
030145           WS-BKT-BAD-DEBT-AMT (WS-BKT-MATCH-SUB)
030146     END-IF.
030147
030148     PERFORM 3900-READ-NEXT-SCHEDULE.
030149/
030150 3110-TEST-ONE-BUCKET.
030151     IF WS-BKT-PROVIDER (WS-BKT-SUB) = BDS-PROVIDER-NUMBER  AND
030152        WS-BKT-FY-BEGIN (WS-BKT-SUB) = BDS-FY-BEGIN-DATE  THEN
030153        MOVE WS-BKT-SUB             TO WS-BKT-MATCH-SUB
030154     END-IF.
030155/
030156 3900-READ-NEXT-SCHEDULE.
030157     READ BAD-DEBT-SCHEDULE-IN
030158         AT END MOVE 'Y'            TO WS-BDS-EOF-SWITCH
030159     END-READ.
030160/
030200 4000-WRITE-SETTLEMENT.
030300     PERFORM 4100-WRITE-ONE-BUCKET
030400        VARYING WS-BKT-SUB FROM 1 BY 1
031400
031500     MOVE 'NO FISCAL YEAR ON FILE  . .'  TO RPT-TOTAL-TEXT.
031600     MOVE WS-NO-FY-COUNT            TO RPT-TOTAL-COUNT.
031620     WRITE CRXRPT-RECORD  FROM RPT-TOTAL-LINE.
031640
031660     MOVE 'BAD-DEBT SCHEDULE ROWS  . .'  TO RPT-TOTAL-TEXT.
031680     MOVE WS-BDS-READ-COUNT         TO RPT-TOTAL-COUNT.
031700     WRITE CRXRPT-RECORD  FROM RPT-TOTAL-LINE.
031800/
031900 4100-WRITE-ONE-BUCKET.
033100                                    CRX-DEDUCTIBLE-AMT.
033200     MOVE WS-BKT-COINSURANCE-AMT (WS-BKT-SUB) TO
033300                                    CRX-COINSURANCE-AMT.
033333     MOVE WS-BKT-BAD-DEBT-AMT (WS-BKT-SUB) TO
033366                                    CRX-BAD-DEBT-ALLOWABLE-AMT.
033400     WRITE CRX-EXTRACT-RECORD.
033500
033600     MOVE WS-BKT-PROVIDER (WS-BKT-SUB) TO RPT-PROVIDER.
034300     MOVE WS-BKT-TDAPA-AMT (WS-BKT-SUB) TO RPT-TDAPA.
034400     MOVE WS-BKT-DEDUCTIBLE-AMT (WS-BKT-SUB) TO RPT-DEDUCTIBLE.
034500     MOVE WS-BKT-COINSURANCE-AMT (WS-BKT-SUB) TO RPT-COINSURANCE.
034550     MOVE WS-BKT-BAD-DEBT-AMT (WS-BKT-SUB) TO RPT-BAD-DEBT.
034600     WRITE CRXRPT-RECORD  FROM RPT-DETAIL-LINE.
034700/
034800 5000-TERMINATE.
