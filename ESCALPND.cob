002000*           NATIVE TRANSACTION RECORD LENGTH (PNDPRV, PNDWMT,
002100*           PNDRMT, PNDNMT, PNDIMT, PNDBMT, PNDPBM) - THE
002200*           PNDCTL CARD NAMES WHICH ONE THIS RUN TAKES IN.
002206* 10/15/2026 ESCALPND - RUN PARAMETER MASTER TRANSACTIONS FOR
002212*           ESCALPMT ARRIVE ON PNDPMT.  THE TRANSACTION IMAGE IS
002218*           WIDENED TO 130 BYTES FOR THEIR VALUE IMAGE, SO THE
002224*           PENDING MASTER RECORD IS NOW 196 BYTES.
002230* 10/15/2026 ESCALPND - TRADING-PARTNER MASTER TRANSACTIONS FOR
002236*           ESCALTPM ARRIVE ON PNDTPM.
002242* 10/15/2026 ESCALPND - THE ESCALPRV TRANSACTION (PNDPRV) IS NOW
002248*           64 BYTES.
002254* 10/15/2026 ESCALPND - OUTLIER SERVICES LIST AND ASP PRICING
002260*           MASTER TRANSACTIONS FOR ESCALOSM AND ESCALASM ARRIVE
002266*           ON PNDOSM AND PNDASM.
002272* 10/15/2026 ESCALPND - OPERATOR SECURITY PROFILE TRANSACTIONS FOR
002278*           ESCALSPM ARRIVE ON PNDSPM.
002284* 10/15/2026 ESCALPND - LEGAL HOLD REGISTRY TRANSACTIONS FOR
002290*           ESCALLHM ARRIVE ON PNDLHM.
002300******************************************************************
002400 DATE-COMPILED.
002500 ENVIRONMENT DIVISION.
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT PBM-TRANS-IN         ASSIGN TO PNDPBM
004800         ORGANIZATION IS SEQUENTIAL.
004807     SELECT PMT-TRANS-IN         ASSIGN TO PNDPMT
004814         ORGANIZATION IS SEQUENTIAL.
004821     SELECT TPM-TRANS-IN         ASSIGN TO PNDTPM
004828         ORGANIZATION IS SEQUENTIAL.
004835     SELECT OSM-TRANS-IN         ASSIGN TO PNDOSM
004842         ORGANIZATION IS SEQUENTIAL.
004849     SELECT ASM-TRANS-IN         ASSIGN TO PNDASM
004856         ORGANIZATION IS SEQUENTIAL.
004863     SELECT SPM-TRANS-IN         ASSIGN TO PNDSPM
004870         ORGANIZATION IS SEQUENTIAL.
004877     SELECT LHM-TRANS-IN         ASSIGN TO PNDLHM
004884         ORGANIZATION IS SEQUENTIAL.
004900     SELECT PENDING-MASTER-OUT   ASSIGN TO PNDOUT
005000         ORGANIZATION IS SEQUENTIAL.
005100
006900 FD  PRV-TRANS-IN
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200 01  PNDPRV-RECORD                  PIC X(64).
007300/
007400 FD  WMT-TRANS-IN
007500     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200 01  PNDPBM-RECORD                  PIC X(72).
010300/
010303 FD  PMT-TRANS-IN
010306     LABEL RECORDS ARE STANDARD
010309     RECORDING MODE IS F.
010312 01  PNDPMT-RECORD                  PIC X(125).
010315/
010318 FD  TPM-TRANS-IN
010321     LABEL RECORDS ARE STANDARD
010324     RECORDING MODE IS F.
010327 01  PNDTPM-RECORD                  PIC X(95).
010330/
010333 FD  OSM-TRANS-IN
010336     LABEL RECORDS ARE STANDARD
010339     RECORDING MODE IS F.
010342 01  PNDOSM-RECORD                  PIC X(53).
010345/
010348 FD  ASM-TRANS-IN
010351     LABEL RECORDS ARE STANDARD
010354     RECORDING MODE IS F.
010357 01  PNDASM-RECORD                  PIC X(60).
010360/
010363 FD  SPM-TRANS-IN
010366     LABEL RECORDS ARE STANDARD
010369     RECORDING MODE IS F.
010372 01  PNDSPM-RECORD                  PIC X(123).
010375/
010378 FD  LHM-TRANS-IN
010381     LABEL RECORDS ARE STANDARD
010384     RECORDING MODE IS F.
010387 01  PNDLHM-RECORD                  PIC X(117).
010390/
010400 FD  PENDING-MASTER-OUT
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F.
010700 01  PNDOUT-RECORD                  PIC X(196).
010800/
010900 WORKING-STORAGE SECTION.
011000 01  W-STORAGE-REF                  PIC X(46) VALUE
013200*  THE TRANSACTION IN HAND, PADDED TO THE PENDING IMAGE WIDTH -  *
013300*  RELEASED BACK AT THE TARGET'S OWN LENGTH BY ESCALAPR.         *
013400******************************************************************
013500 01  WS-TRAN-IMAGE                  PIC X(130).
013600
013700 01  WS-CARRIED-COUNT               PIC 9(07) VALUE ZERO.
013800 01  WS-INTAKE-COUNT                PIC 9(07) VALUE ZERO.
022700           OPEN INPUT PBM-TRANS-IN
022800           PERFORM 3170-INTAKE-ONE-PBM UNTIL TRAN-END-OF-FILE
022900           CLOSE PBM-TRANS-IN
022904        WHEN 'ESCALPMT'
022908           OPEN INPUT PMT-TRANS-IN
022912           PERFORM 3180-INTAKE-ONE-PMT UNTIL TRAN-END-OF-FILE
022916           CLOSE PMT-TRANS-IN
022920        WHEN 'ESCALTPM'
022924           OPEN INPUT TPM-TRANS-IN
022928           PERFORM 3190-INTAKE-ONE-TPM UNTIL TRAN-END-OF-FILE
022932           CLOSE TPM-TRANS-IN
022936        WHEN 'ESCALOSM'
022940           OPEN INPUT OSM-TRANS-IN
022944           PERFORM 3200-INTAKE-ONE-OSM UNTIL TRAN-END-OF-FILE
022948           CLOSE OSM-TRANS-IN
022952        WHEN 'ESCALASM'
022956           OPEN INPUT ASM-TRANS-IN
022960           PERFORM 3210-INTAKE-ONE-ASM UNTIL TRAN-END-OF-FILE
022964           CLOSE ASM-TRANS-IN
022968        WHEN 'ESCALSPM'
022972           OPEN INPUT SPM-TRANS-IN
022976           PERFORM 3220-INTAKE-ONE-SPM UNTIL TRAN-END-OF-FILE
022980           CLOSE SPM-TRANS-IN
022984        WHEN 'ESCALLHM'
022988           OPEN INPUT LHM-TRANS-IN
022992           PERFORM 3230-INTAKE-ONE-LHM UNTIL TRAN-END-OF-FILE
022996           CLOSE LHM-TRANS-IN
023000        WHEN OTHER
023100           IF WS-TARGET-PROGRAM NOT = SPACES  THEN
023200              DISPLAY 'ESCALPND - UNKNOWN TARGET PROGRAM '
029700           PERFORM 3800-APPEND-PENDING-ITEM
029800     END-READ.
029900/
029901 3180-INTAKE-ONE-PMT.
029902     READ PMT-TRANS-IN
029903         AT END MOVE 'Y'            TO WS-TRAN-EOF-SWITCH
029904         NOT AT END
029905           MOVE SPACES              TO WS-TRAN-IMAGE
029906           MOVE PNDPMT-RECORD       TO WS-TRAN-IMAGE
029907           PERFORM 3800-APPEND-PENDING-ITEM
029908     END-READ.
029909/
029910 3190-INTAKE-ONE-TPM.
029911     READ TPM-TRANS-IN
029912         AT END MOVE 'Y'            TO WS-TRAN-EOF-SWITCH
029913         NOT AT END
029914           MOVE SPACES              TO WS-TRAN-IMAGE
029915           MOVE PNDTPM-RECORD       TO WS-TRAN-IMAGE
029916           PERFORM 3800-APPEND-PENDING-ITEM
029917     END-READ.
029918/
029919 3200-INTAKE-ONE-OSM.
029920     READ OSM-TRANS-IN
029921         AT END MOVE 'Y'            TO WS-TRAN-EOF-SWITCH
029922         NOT AT END
029923           MOVE SPACES              TO WS-TRAN-IMAGE
029924           MOVE PNDOSM-RECORD       TO WS-TRAN-IMAGE
029925           PERFORM 3800-APPEND-PENDING-ITEM
029926     END-READ.
029927/
029928 3210-INTAKE-ONE-ASM.
029929     READ ASM-TRANS-IN
029930         AT END MOVE 'Y'            TO WS-TRAN-EOF-SWITCH
029931         NOT AT END
029932           MOVE SPACES              TO WS-TRAN-IMAGE
029933           MOVE PNDASM-RECORD       TO WS-TRAN-IMAGE
029934           PERFORM 3800-APPEND-PENDING-ITEM
029935     END-READ.
029936/
029937 3220-INTAKE-ONE-SPM.
029938     READ SPM-TRANS-IN
029939         AT END MOVE 'Y'            TO WS-TRAN-EOF-SWITCH
029940         NOT AT END
029941           MOVE SPACES              TO WS-TRAN-IMAGE
029942           MOVE PNDSPM-RECORD       TO WS-TRAN-IMAGE
029943           PERFORM 3800-APPEND-PENDING-ITEM
029944     END-READ.
029945/
029946 3230-INTAKE-ONE-LHM.
029947     READ LHM-TRANS-IN
029948         AT END MOVE 'Y'            TO WS-TRAN-EOF-SWITCH
029949         NOT AT END
029950           MOVE SPACES              TO WS-TRAN-IMAGE
029951           MOVE PNDLHM-RECORD       TO WS-TRAN-IMAGE
029952           PERFORM 3800-APPEND-PENDING-ITEM
029953     END-READ.
029954/
030000 3800-APPEND-PENDING-ITEM.
030100     ADD 1                          TO WS-NEXT-SEQUENCE.
030200     ADD 1                          TO WS-INTAKE-COUNT.
