002020*           PROGRAM'S NATIVE TRANSACTION RECORD LENGTH, SO THE
002030*           UNCHANGED MAINTENANCE PROGRAMS CAN OPEN THEM AS
002040*           THEIR OWN TRANSACTION FILES.
002044* 10/15/2026 ESCALAPR - APPROVED RUN PARAMETER MASTER
002048*           TRANSACTIONS ARE RELEASED TO ESCALPMT ON APRPMT.  THE
002052*           PENDING MASTER RECORD IS NOW 196 BYTES.
002056* 10/15/2026 ESCALAPR - APPROVED TRADING-PARTNER MASTER
002060*           TRANSACTIONS ARE RELEASED TO ESCALTPM ON APRTPM.
002064* 10/15/2026 ESCALAPR - THE ESCALPRV RELEASE (APRPRV) IS NOW 64
002068*           BYTES.
002072* 10/15/2026 ESCALAPR - APPROVED OUTLIER SERVICES LIST AND ASP
002076*           PRICING MASTER TRANSACTIONS ARE RELEASED TO ESCALOSM
002080*           AND ESCALASM ON APROSM AND APRASM.
002084* 10/15/2026 ESCALAPR - APPROVED OPERATOR SECURITY PROFILE
002088*           TRANSACTIONS ARE RELEASED TO ESCALSPM ON APRSPM.
002092* 10/15/2026 ESCALAPR - APPROVED LEGAL HOLD REGISTRY TRANSACTIONS
002096*           ARE RELEASED TO ESCALLHM ON APRLHM.
002100******************************************************************
002200 DATE-COMPILED.
002300 ENVIRONMENT DIVISION.
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT RELEASE-PBM-OUT      ASSIGN TO APRPBM
004800         ORGANIZATION IS SEQUENTIAL.
004807     SELECT RELEASE-PMT-OUT      ASSIGN TO APRPMT
004814         ORGANIZATION IS SEQUENTIAL.
004821     SELECT RELEASE-TPM-OUT      ASSIGN TO APRTPM
004828         ORGANIZATION IS SEQUENTIAL.
004835     SELECT RELEASE-OSM-OUT      ASSIGN TO APROSM
004842         ORGANIZATION IS SEQUENTIAL.
004849     SELECT RELEASE-ASM-OUT      ASSIGN TO APRASM
004856         ORGANIZATION IS SEQUENTIAL.
004863     SELECT RELEASE-SPM-OUT      ASSIGN TO APRSPM
004870         ORGANIZATION IS SEQUENTIAL.
004877     SELECT RELEASE-LHM-OUT      ASSIGN TO APRLHM
004884         ORGANIZATION IS SEQUENTIAL.
004900     SELECT MAINT-JOURNAL        ASSIGN TO MNTJRNL
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT APPROVAL-REPORT      ASSIGN TO APRRPT
006600 FD  PENDING-MASTER-OUT
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  PNDOUT-RECORD                  PIC X(196).
007000/
007100 FD  RELEASE-PRV-OUT
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 01  APRPRV-RECORD                  PIC X(64).
007500/
007600 FD  RELEASE-WMT-OUT
007700     LABEL RECORDS ARE STANDARD
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400 01  APRPBM-RECORD                  PIC X(72).
010403/
010406 FD  RELEASE-PMT-OUT
010409     LABEL RECORDS ARE STANDARD
010412     RECORDING MODE IS F.
010415 01  APRPMT-RECORD                  PIC X(125).
010418/
010421 FD  RELEASE-TPM-OUT
010424     LABEL RECORDS ARE STANDARD
010427     RECORDING MODE IS F.
010430 01  APRTPM-RECORD                  PIC X(95).
010433/
010436 FD  RELEASE-OSM-OUT
010439     LABEL RECORDS ARE STANDARD
010442     RECORDING MODE IS F.
010445 01  APROSM-RECORD                  PIC X(53).
010448/
010451 FD  RELEASE-ASM-OUT
010454     LABEL RECORDS ARE STANDARD
010457     RECORDING MODE IS F.
010460 01  APRASM-RECORD                  PIC X(60).
010463/
010466 FD  RELEASE-SPM-OUT
010469     LABEL RECORDS ARE STANDARD
010472     RECORDING MODE IS F.
010475 01  APRSPM-RECORD                  PIC X(123).
010478/
010481 FD  RELEASE-LHM-OUT
010484     LABEL RECORDS ARE STANDARD
010487     RECORDING MODE IS F.
010490 01  APRLHM-RECORD                  PIC X(117).
010500/
010600 FD  MAINT-JOURNAL
010700     LABEL RECORDS ARE STANDARD
019500     OPEN OUTPUT RELEASE-IMT-OUT.
019600     OPEN OUTPUT RELEASE-BMT-OUT.
019700     OPEN OUTPUT RELEASE-PBM-OUT.
019714     OPEN OUTPUT RELEASE-PMT-OUT.
019728     OPEN OUTPUT RELEASE-TPM-OUT.
019742     OPEN OUTPUT RELEASE-OSM-OUT.
019756     OPEN OUTPUT RELEASE-ASM-OUT.
019770     OPEN OUTPUT RELEASE-SPM-OUT.
019784     OPEN OUTPUT RELEASE-LHM-OUT.
019800     OPEN EXTEND MAINT-JOURNAL.
019900     OPEN OUTPUT APPROVAL-REPORT.
020000
028200           WRITE APRBMT-RECORD  FROM PND-TRANSACTION-IMAGE
028300        WHEN 'ESCALPBM'
028400           WRITE APRPBM-RECORD  FROM PND-TRANSACTION-IMAGE
028407        WHEN 'ESCALPMT'
028414           WRITE APRPMT-RECORD  FROM PND-TRANSACTION-IMAGE
028421        WHEN 'ESCALTPM'
028428           WRITE APRTPM-RECORD  FROM PND-TRANSACTION-IMAGE
028435        WHEN 'ESCALOSM'
028442           WRITE APROSM-RECORD  FROM PND-TRANSACTION-IMAGE
028449        WHEN 'ESCALASM'
028456           WRITE APRASM-RECORD  FROM PND-TRANSACTION-IMAGE
028463        WHEN 'ESCALSPM'
028470           WRITE APRSPM-RECORD  FROM PND-TRANSACTION-IMAGE
028477        WHEN 'ESCALLHM'
028484           WRITE APRLHM-RECORD  FROM PND-TRANSACTION-IMAGE
028500        WHEN OTHER
028600           ADD 1                    TO WS-UNKNOWN-TARGET-COUNT
028700           MOVE 'UNKNOWN TARGET PROGRAM - HELD' TO
029200
029300     IF PND-PROGRAM-ID = 'ESCALPRV'  OR  'ESCALWMT'  OR
029400        'ESCALRMT'  OR  'ESCALNMT'  OR  'ESCALIMT'  OR
029500        'ESCALBMT'  OR  'ESCALPBM'  OR  'ESCALPMT'  OR
029533        'ESCALTPM'  OR  'ESCALOSM'  OR  'ESCALASM'  OR
029566        'ESCALSPM'  OR  'ESCALLHM'  THEN
029600        ADD 1                       TO WS-APPROVED-COUNT
029700        MOVE 'A'                    TO PND-STATUS
029800        MOVE 'APPROVED - RELEASED TO TARGET' TO RPT-RESULT-TEXT
037900           RELEASE-IMT-OUT
038000           RELEASE-BMT-OUT
038100           RELEASE-PBM-OUT
038114           RELEASE-PMT-OUT
038128           RELEASE-TPM-OUT
038142           RELEASE-OSM-OUT
038156           RELEASE-ASM-OUT
038170           RELEASE-SPM-OUT
038184           RELEASE-LHM-OUT
038200           MAINT-JOURNAL
038300           APPROVAL-REPORT.
