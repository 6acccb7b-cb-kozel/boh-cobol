000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALPMG.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALPMG - NEW PROGRAM
000700*         - MERGE-AND-BALANCE STEP FOR A PARTITIONED NIGHTLY
000800*           PRICING RUN.  RUNS ONCE EVERY ESCALRUN PARTITION HAS
000900*           COMPLETED: PROVES FROM THE PARTITIONS' PRCTOT RECORDS
001000*           THAT THEIR PROVIDER RANGES PRICED ALL OF PRCCLM
001100*           EXACTLY ONCE, THEN COMBINES EACH PARTITION'S PRCOUT,
001200*           SUSPOUT, PRCEXC, PRCGL, PRCREM, NETACC, PRICED-HISTORY
001300*           AND ACKNOWLEDGMENT FILES, AND THE ROLLING
001400*           PRCIDX/MBIIDX INDEXES AND THE CHECKPOINT, INTO THE
001500*           NIGHT'S SINGLE FILES.  THE SAME-DAY CROSS-PROVIDER
001600*           CHECK IS RUN AGAIN ACROSS PARTITION BOUNDARIES, WHICH
001700*           NO ONE PARTITION CAN SEE.  THE MERGED PRCTOT IS
001800*           WRITTEN ONLY WHEN THE MERGED FILES BALANCE TO THE SUM
001900*           OF THE PARTITIONS - OTHERWISE IT IS LEFT EMPTY AND
002000*           ESCALBAL HOLDS.  RECORDS THE NIGHT ON RUNCTL AND ROLLS
002100*           THE ANCHOR AS A SINGLE RUN DOES, AND REGISTERS WITH
002200*           THE JOB-STREAM REGISTRY AS ESCALRUN PARTITION 00,
002260*           WHICH THE REGISTRY REFUSES UNTIL EVERY PARTITION HAS
002320*           COMPLETED.
002380* 10/15/2026 ESCALPMG - THE REMIT RECORD IS NOW 140 BYTES (REMCPY
002440*           CARRIES EACH DETAIL'S REDUCTIONS AND INTEREST).
002450* 10/15/2026 ESCALPMG - EVERY POSTING TO A BENEFICIARY WHOSE
002460*           ACCUMULATORS MORE THAN ONE PARTITION POSTED (ACMPOSTP)
002470*           IS QUEUED TO PRCEXC (RTC 85) AND COUNTED ON THE MERGE
002480*           REPORT.
002500******************************************************************
002600 DATE-COMPILED.
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.            IBM-Z990.
003000 OBJECT-COMPUTER.            IBM-Z990.
003100 INPUT-OUTPUT  SECTION.
003200 FILE-CONTROL.
003300     SELECT PARTITION-CTL        ASSIGN TO PRTCTL
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT PARTITION-TOTALS-IN  ASSIGN TO PRCTOTP
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT PARTITION-PRICED-IN  ASSIGN TO PRCOUTP
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PRICED-CLAIM-OUT     ASSIGN TO PRCOUT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PARTITION-SUSPENSE-IN ASSIGN TO SUSPOUTP
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT SUSPENSE-OUT         ASSIGN TO SUSPOUT
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT PARTITION-EXCEPTION-IN ASSIGN TO PRCEXCP
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT EXCEPTION-QUEUE-OUT  ASSIGN TO PRCEXC
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT PARTITION-GL-IN      ASSIGN TO PRCGLP
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT GL-EXTRACT-OUT       ASSIGN TO PRCGL
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT PARTITION-REMIT-IN   ASSIGN TO PRCREMP
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT REMIT-EXTRACT-OUT    ASSIGN TO PRCREM
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT PARTITION-NETWORK-IN ASSIGN TO NETACCP
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT NETWORK-ACCUM-OUT    ASSIGN TO NETACC
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT PARTITION-HISTORY-IN ASSIGN TO PRCHISTP
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT PRICED-HISTORY-OUT   ASSIGN TO PRCHIST
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT PARTITION-INDEX-IN   ASSIGN TO PRCIDXP
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT PRICED-INDEX-OUT     ASSIGN TO PRCIDXO
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT PARTITION-CHECKPOINT-IN ASSIGN TO PRCRSTP
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT CHECKPOINT-OUT       ASSIGN TO PRCRSTO
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT PARTITION-BENE-INDEX-IN ASSIGN TO MBIIDXP
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT BENE-INDEX-OUT       ASSIGN TO MBIIDXO
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT PARTITION-ACK-IN     ASSIGN TO PRCACKP
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT ACKNOWLEDGMENT-OUT   ASSIGN TO PRCACK
008000         ORGANIZATION IS SEQUENTIAL.
008030     SELECT PARTITION-ACCUM-POSTING-IN ASSIGN TO ACMPOSTP
008060         ORGANIZATION IS SEQUENTIAL.
008100     SELECT RUN-TOTALS-OUT       ASSIGN TO PRCTOT
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT RUN-CONTROL-FILE     ASSIGN TO RUNCTL
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS RUNM-RUN-DATE.
008700     SELECT MERGE-REPORT         ASSIGN TO PMGRPT
008800         ORGANIZATION IS SEQUENTIAL.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PARTITION-CTL
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 COPY PRTCCPY.
009600/
009700******************************************************************
009800*    EVERY PARTITION FILE IS THE JCL CONCATENATION OF THAT FILE  *
009900*    FROM PARTITIONS 1 THROUGH N, IN PARTITION ORDER.  EACH IS   *
010000*    READ AS A RAW RECORD AND MOVED INTO THE COPYBOOK RECORD OF  *
010100*    THE MERGED FILE IT FEEDS.                                   *
010200******************************************************************
010300 FD  PARTITION-TOTALS-IN
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600 01  PRCTOTP-RECORD                 PIC X(186).
010700/
010800 FD  PARTITION-PRICED-IN
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100 01  PRCOUTP-RECORD                 PIC X(130).
011200/
011300 FD  PRICED-CLAIM-OUT
011400     LABEL RECORDS ARE STANDARD
011500     RECORDING MODE IS F.
011600 01  PRCOUT-RECORD                  PIC X(130).
011700/
011800 FD  PARTITION-SUSPENSE-IN
011900     LABEL RECORDS ARE STANDARD
012000     RECORDING MODE IS F.
012100 01  SUSPP-RECORD                   PIC X(620).
012200/
012300 FD  SUSPENSE-OUT
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600 COPY SUSPCPY.
012700/
012800 FD  PARTITION-EXCEPTION-IN
012900     LABEL RECORDS ARE STANDARD
013000     RECORDING MODE IS F.
013100 01  EXCQP-RECORD                   PIC X(80).
013200/
013300 FD  EXCEPTION-QUEUE-OUT
013400     LABEL RECORDS ARE STANDARD
013500     RECORDING MODE IS F.
013600 01  EXCQ-RECORD                    PIC X(80).
013700/
013800 FD  PARTITION-GL-IN
013900     LABEL RECORDS ARE STANDARD
014000     RECORDING MODE IS F.
014100 01  GLP-RECORD                     PIC X(54).
014200/
014300 FD  GL-EXTRACT-OUT
014400     LABEL RECORDS ARE STANDARD
014500     RECORDING MODE IS F.
014600 COPY GLCPY.
014700/
014800 FD  PARTITION-REMIT-IN
014900     LABEL RECORDS ARE STANDARD
015000     RECORDING MODE IS F.
015100 01  REMP-RECORD                    PIC X(140).
015200/
015300 FD  REMIT-EXTRACT-OUT
015400     LABEL RECORDS ARE STANDARD
015500     RECORDING MODE IS F.
015600 COPY REMCPY.
015700/
015800 FD  PARTITION-NETWORK-IN
015900     LABEL RECORDS ARE STANDARD
016000     RECORDING MODE IS F.
016100 01  NETAP-RECORD                   PIC X(40).
016200/
016300 FD  NETWORK-ACCUM-OUT
016400     LABEL RECORDS ARE STANDARD
016500     RECORDING MODE IS F.
016600 COPY NETACPY.
016700/
016800 FD  PARTITION-HISTORY-IN
016900     LABEL RECORDS ARE STANDARD
017000     RECORDING MODE IS F.
017100 01  PHISTP-RECORD                  PIC X(688).
017200/
017300 FD  PRICED-HISTORY-OUT
017400     LABEL RECORDS ARE STANDARD
017500     RECORDING MODE IS F.
017600 COPY PHISTCPY.
017700/
017800 FD  PARTITION-INDEX-IN
017900     LABEL RECORDS ARE STANDARD
018000     RECORDING MODE IS F.
018100 01  PIDXP-RECORD                   PIC X(34).
018200/
018300 FD  PRICED-INDEX-OUT
018400     LABEL RECORDS ARE STANDARD
018500     RECORDING MODE IS F.
018600 COPY PIDXCPY.
018700/
018800 FD  PARTITION-CHECKPOINT-IN
018900     LABEL RECORDS ARE STANDARD
019000     RECORDING MODE IS F.
019100 01  CKPTP-RECORD                   PIC X(26).
019200/
019300 FD  CHECKPOINT-OUT
019400     LABEL RECORDS ARE STANDARD
019500     RECORDING MODE IS F.
019600 COPY CKPTCPY.
019700/
019800 FD  PARTITION-BENE-INDEX-IN
019900     LABEL RECORDS ARE STANDARD
020000     RECORDING MODE IS F.
020100 01  BIDXP-RECORD                   PIC X(48).
020200/
020300 FD  BENE-INDEX-OUT
020400     LABEL RECORDS ARE STANDARD
020500     RECORDING MODE IS F.
020600 COPY BIDXCPY.
020700/
020800 FD  PARTITION-ACK-IN
020900     LABEL RECORDS ARE STANDARD
021000     RECORDING MODE IS F.
021100 01  ACKP-RECORD                    PIC X(80).
021200/
021300 FD  ACKNOWLEDGMENT-OUT
021400     LABEL RECORDS ARE STANDARD
021500     RECORDING MODE IS F.
021600 COPY ACKCPY.
021700/
021710 FD  PARTITION-ACCUM-POSTING-IN
021720     LABEL RECORDS ARE STANDARD
021730     RECORDING MODE IS F.
021740 COPY ACPCPY.
021750/
021800 FD  RUN-TOTALS-OUT
021900     LABEL RECORDS ARE STANDARD
022000     RECORDING MODE IS F.
022100 01  PRCTOT-RECORD                  PIC X(186).
022200/
022300 FD  RUN-CONTROL-FILE
022400     LABEL RECORDS ARE STANDARD.
022500 COPY RUNMCPY.
022600/
022700 FD  MERGE-REPORT
022800     LABEL RECORDS ARE STANDARD
022900     RECORDING MODE IS F.
023000 01  PMGRPT-RECORD                  PIC X(80).
023100/
023200 WORKING-STORAGE SECTION.
023300 01  W-STORAGE-REF                  PIC X(46) VALUE
023400     'ESCALPMG      - W O R K I N G   S T O R A G E'.
023500
023600 01  WS-TOTP-EOF-SWITCH             PIC X(01) VALUE 'N'.
023700     88  TOTP-END-OF-FILE                      VALUE 'Y'.
023800 01  WS-OUTP-EOF-SWITCH             PIC X(01) VALUE 'N'.
023900     88  OUTP-END-OF-FILE                      VALUE 'Y'.
024000 01  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE 'N'.
024100     88  SUSP-END-OF-FILE                      VALUE 'Y'.
024200 01  WS-EXCP-EOF-SWITCH             PIC X(01) VALUE 'N'.
024300     88  EXCP-END-OF-FILE                      VALUE 'Y'.
024400 01  WS-GLP-EOF-SWITCH              PIC X(01) VALUE 'N'.
024500     88  GLP-END-OF-FILE                       VALUE 'Y'.
024600 01  WS-REMP-EOF-SWITCH             PIC X(01) VALUE 'N'.
024700     88  REMP-END-OF-FILE                      VALUE 'Y'.
024800 01  WS-NETP-EOF-SWITCH             PIC X(01) VALUE 'N'.
024900     88  NETP-END-OF-FILE                      VALUE 'Y'.
025000 01  WS-HISTP-EOF-SWITCH            PIC X(01) VALUE 'N'.
025100     88  HISTP-END-OF-FILE                     VALUE 'Y'.
025200 01  WS-PIDXP-EOF-SWITCH            PIC X(01) VALUE 'N'.
025300     88  PIDXP-END-OF-FILE                     VALUE 'Y'.
025400 01  WS-CKPTP-EOF-SWITCH            PIC X(01) VALUE 'N'.
025500     88  CKPTP-END-OF-FILE                     VALUE 'Y'.
025600 01  WS-BIDXP-EOF-SWITCH            PIC X(01) VALUE 'N'.
025700     88  BIDXP-END-OF-FILE                     VALUE 'Y'.
025800 01  WS-ACKP-EOF-SWITCH             PIC X(01) VALUE 'N'.
025900     88  ACKP-END-OF-FILE                      VALUE 'Y'.
025930 01  WS-ACPP-EOF-SWITCH             PIC X(01) VALUE 'N'.
025960     88  ACPP-END-OF-FILE                      VALUE 'Y'.
026000
026100 01  WS-MERGE-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
026200     88  MERGE-REFUSED                         VALUE 'Y'.
026300     88  MERGE-NOT-REFUSED                     VALUE 'N'.
026400 01  WS-BALANCE-SWITCH              PIC X(01) VALUE 'Y'.
026500     88  MERGE-IN-BALANCE                      VALUE 'Y'.
026600     88  MERGE-OUT-OF-BALANCE                  VALUE 'N'.
026700 01  WS-HOLD-REASON-TEXT            PIC X(40) VALUE SPACES.
026800 01  WS-INTEGRITY-SWITCH            PIC X(01) VALUE 'N'.
026900     88  PARTITION-INTEGRITY-ERROR             VALUE 'Y'.
027000 01  WS-ACK-REASON-TEXT             PIC X(40) VALUE SPACES.
027100 01  WS-RUNM-FOUND-SWITCH           PIC X(01).
027200     88  RUNM-RECORD-FOUND                     VALUE 'Y'.
027300     88  RUNM-RECORD-NOT-FOUND                 VALUE 'N'.
027400 01  WS-BENE-FULL-SWITCH            PIC X(01) VALUE 'N'.
027500     88  BENE-TABLE-FULL                       VALUE 'Y'.
027530 01  WS-POSTING-FULL-SWITCH         PIC X(01) VALUE 'N'.
027560     88  POSTING-TABLE-FULL                    VALUE 'Y'.
027600 01  WS-STEP-SAVED-RC               PIC S9(04) VALUE ZERO.
027700
027800 01  WS-START-TIME                  PIC 9(08).
027900 01  WS-NOW-TIME                    PIC 9(08).
028000 01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.
028100 01  WS-PARTITION-COUNT             PIC 9(02) VALUE ZERO.
028200 01  WS-PART-SUB                    PIC 9(02).
028300 01  WS-PRIOR-SUB                   PIC 9(02).
028400 01  WS-FOUND-PARTITION             PIC 9(02).
028500
028600******************************************************************
028700*  ONE ENTRY PER PARTITION, TAKEN FROM ITS PRCTOT RECORD.  THE   *
028800*  PROVIDER RANGES SAY WHICH PARTITION PRICED A GIVEN PROVIDER   *
028900*  FOR THE CROSS-PARTITION SAME-DAY CHECK.                       *
029000******************************************************************
029100 01  WS-PARTITION-TABLE.
029200     05  WS-PT-ENTRY  OCCURS 9 TIMES.
029300         10  WS-PT-FOUND            PIC X(01).
029400         10  WS-PT-LOW              PIC X(06).
029500         10  WS-PT-HIGH             PIC X(06).
029600         10  WS-PT-READ             PIC 9(07).
029700         10  WS-PT-IN               PIC 9(07).
029800         10  WS-PT-PRICED           PIC 9(07).
029900         10  WS-PT-ERROR            PIC X(01).
030000
030100******************************************************************
030200*  THE SUM OF THE PARTITIONS' PRCTOT FIGURES - THE MERGED        *
030300*  PRCTOT - AND WHAT THE MERGED FILES THEMSELVES ADD UP TO.      *
030400******************************************************************
030500 01  WS-PARTITION-SUMS.
030600     05  WS-SUM-CLAIMS-IN           PIC 9(07) VALUE ZERO.
030700     05  WS-SUM-CLAIMS-PRICED       PIC 9(07) VALUE ZERO.
030800     05  WS-SUM-CLAIMS-DENIED       PIC 9(07) VALUE ZERO.
030900     05  WS-SUM-FINAL-PAY           PIC 9(11)V9(02) VALUE ZERO.
031000     05  WS-SUM-OUTLIER             PIC 9(11)V9(02) VALUE ZERO.
031100     05  WS-SUM-NET-PAY             PIC 9(11)V9(02) VALUE ZERO.
031200     05  WS-SUM-REVERSED            PIC 9(11)V9(02) VALUE ZERO.
031300     05  WS-SUM-REMIT-COUNT         PIC 9(07) VALUE ZERO.
031400     05  WS-SUM-HIST-COUNT          PIC 9(07) VALUE ZERO.
031500     05  WS-SUM-HIST-PAID           PIC 9(11)V9(02) VALUE ZERO.
031600     05  WS-SUM-GL-POSTED           PIC 9(11)V9(02) VALUE ZERO.
031700
031800 01  WS-MERGED-FILE-FIGURES.
031900     05  WS-PRCOUT-COUNT            PIC 9(07) VALUE ZERO.
032000     05  WS-SUSP-COUNT              PIC 9(07) VALUE ZERO.
032100     05  WS-EXCQ-COUNT              PIC 9(07) VALUE ZERO.
032200     05  WS-GL-RECORD-COUNT         PIC 9(07) VALUE ZERO.
032300     05  WS-GL-POSTED-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
032400     05  WS-REM-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
032500     05  WS-REM-TRAILER-COUNT       PIC 9(02) VALUE ZERO.
032600     05  WS-REM-TRL-DETAIL-SUM      PIC 9(07) VALUE ZERO.
032700     05  WS-REM-TRL-GROSS-SUM       PIC 9(11)V9(02) VALUE ZERO.
032800     05  WS-REM-TRL-NET-SUM         PIC 9(11)V9(02) VALUE ZERO.
032900     05  WS-REM-TRL-REVERSED-SUM    PIC 9(11)V9(02) VALUE ZERO.
033000     05  WS-NETA-RECORD-COUNT       PIC 9(07) VALUE ZERO.
033100     05  WS-HIST-COPY-COUNT         PIC 9(07) VALUE ZERO.
033200     05  WS-HIST-COUNT              PIC 9(07) VALUE ZERO.
033300     05  WS-HIST-PAID-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
033400     05  WS-PIDX-COUNT              PIC 9(07) VALUE ZERO.
033500     05  WS-CKPT-COUNT              PIC 9(07) VALUE ZERO.
033600     05  WS-BIDX-COUNT              PIC 9(07) VALUE ZERO.
033700     05  WS-ACK-COUNT               PIC 9(07) VALUE ZERO.
033800     05  WS-CROSS-PARTITION-COUNT   PIC 9(07) VALUE ZERO.
033820     05  WS-POSTING-COUNT           PIC 9(07) VALUE ZERO.
033840     05  WS-SPLIT-MBI-COUNT         PIC 9(07) VALUE ZERO.
033860     05  WS-SPLIT-POSTING-COUNT     PIC 9(07) VALUE ZERO.
033900
034000******************************************************************
034100*  NETWORK-FEE ACCUMULATION, RE-SUMMED ACROSS THE PARTITIONS SO  *
034200*  NETACC GETS ONE RECORD PER NETWORK FOR THE NIGHT, AS FROM A   *
034300*  SINGLE RUN.  BUCKET 99 IS NETWORK ZERO (NO NETWORK ON FILE).  *
034400******************************************************************
034500 01  WS-NETWORK-TABLE.
034600     05  WS-NET-ENTRY  OCCURS 99 TIMES.
034700         10  WS-NET-FEE-AMT         PIC 9(09)V9(02).
034800         10  WS-NET-TREATMENTS      PIC 9(07).
034900 01  WS-NET-SUB                     PIC 9(02).
035000
035100******************************************************************
035200*  TONIGHT'S BENEFICIARY-DAY ENTRIES FROM EVERY PARTITION, WITH  *
035300*  THE PARTITION THAT PRICED EACH.  A PAIR WITHIN ONE PARTITION  *
035400*  WAS ALREADY CAUGHT THERE; ONLY A PAIR SPLIT ACROSS TWO        *
035500*  PARTITIONS IS NEW HERE.                                       *
035600******************************************************************
035700 01  WS-BENE-TABLE.
035800     05  WS-BENE-ENTRY  OCCURS 100000 TIMES.
035900         10  WS-BENE-MBI            PIC X(11).
036000         10  WS-BENE-DOS            PIC 9(08).
036100         10  WS-BENE-PROV           PIC X(06).
036200         10  WS-BENE-CLAIM          PIC X(13).
036300         10  WS-BENE-PART           PIC 9(02).
036400 01  WS-BENE-COUNT                  PIC 9(06) VALUE ZERO.
036500 01  WS-BENE-SUB                    PIC 9(06).
036600 01  WS-BENE-EXCQ-TEXT              PIC X(46).
036604
036608******************************************************************
036612*  TONIGHT'S ACCUMULATOR POSTINGS FROM EVERY PARTITION.  AN      *
036616*  ENTRY'S OTHER PARTITION IS SET ONCE A DIFFERENT PARTITION IS  *
036620*  FOUND TO HAVE POSTED THE SAME MBI - THEIR READ-AND-REWRITE    *
036624*  UPDATES OF THE ACCUMULATOR RECORD MAY HAVE OVERLAPPED, SO     *
036628*  EVERY SUCH POSTING IS QUEUED.                                 *
036632******************************************************************
036636 01  WS-POSTING-TABLE.
036640     05  WS-POST-ENTRY  OCCURS 100000 TIMES.
036644         10  WS-POST-MBI            PIC X(11).
036648         10  WS-POST-PART           PIC 9(02).
036652         10  WS-POST-OTHER          PIC 9(02).
036656         10  WS-POST-ACCUM          PIC X(03).
036660         10  WS-POST-CLAIM          PIC X(13).
036664 01  WS-POST-COUNT                  PIC 9(06) VALUE ZERO.
036668 01  WS-POST-SUB                    PIC 9(06).
036672 01  WS-POST-SPLIT-PART             PIC 9(02).
036676 01  WS-POST-KNOWN-SPLIT-SWITCH     PIC X(01).
036680     88  POST-MBI-ALREADY-SPLIT                VALUE 'Y'.
036684 01  WS-POST-EXCQ-TEXT              PIC X(46).
036700
036800******************************************************************
036900*  THE RUN STAMP THAT LEADS THE MERGED PRCIDXO AND PRCRSTO - THE *
037000*  SAME RECORD A SINGLE RUN WRITES.  EACH PARTITION'S OWN STAMP  *
037100*  IS DROPPED ON THE WAY THROUGH.                                *
037200******************************************************************
037300 01  WS-RUN-STAMP-RECORD.
037400     05  WS-STAMP-LITERAL           PIC X(09) VALUE '*RUNSTAMP'.
037500     05  WS-STAMP-DATE              PIC 9(08).
037600     05  FILLER                     PIC X(17) VALUE SPACES.
037700 01  WS-STAMP-CHECK-AREA.
037800     05  WS-CHECK-LITERAL           PIC X(09).
037900     05  WS-CHECK-DATE              PIC 9(08).
038000     05  FILLER                     PIC X(17).
038100
038200 COPY TOTCPY.
038300/
038400 01  EXCQ-DETAIL-LINE.
038500     05  EXCQ-CLAIM-NUMBER          PIC X(13).
038600     05  FILLER                     PIC X(02) VALUE SPACES.
038700     05  EXCQ-RTC                   PIC 9(02).
038800     05  FILLER                     PIC X(02) VALUE SPACES.
038900     05  EXCQ-REASON-TEXT           PIC X(46).
039000
039100 01  RPT-HEADING-1.
039200     05  FILLER                     PIC X(05) VALUE SPACES.
039300     05  FILLER                     PIC X(44) VALUE
039400         'ESCALPMG PARTITION MERGE CONTROL REPORT'.
039500
039600 01  RPT-HEADING-2.
039700     05  FILLER                     PIC X(05) VALUE SPACES.
039800     05  FILLER                     PIC X(10) VALUE 'RUN DATE  '.
039900     05  RPT-RUN-DATE               PIC 9(08).
040000     05  FILLER                     PIC X(14) VALUE
040100         '   PARTITIONS '.
040200     05  RPT-PARTITION-COUNT        PIC 9(02).
040300
040400 01  RPT-PARTITION-LINE.
040500     05  FILLER                     PIC X(05) VALUE SPACES.
040600     05  FILLER                     PIC X(05) VALUE 'PART '.
040700     05  RPT-PT-NUMBER              PIC 9(02).
040800     05  FILLER                     PIC X(02) VALUE SPACES.
040900     05  RPT-PT-LOW-PROVIDER        PIC X(06).
041000     05  FILLER                     PIC X(06) VALUE ' THRU '.
041100     05  RPT-PT-HIGH-PROVIDER       PIC X(06).
041200     05  FILLER                     PIC X(05) VALUE '  IN '.
041300     05  RPT-PT-CLAIMS-IN           PIC ZZZ,ZZ9.
041400     05  FILLER                     PIC X(09) VALUE '  PRICED '.
041500     05  RPT-PT-CLAIMS-PRICED       PIC ZZZ,ZZ9.
041600     05  FILLER                     PIC X(02) VALUE SPACES.
041700     05  RPT-PT-FLAG                PIC X(12).
041800
041900 01  RPT-COUNT-LINE.
042000     05  FILLER                     PIC X(05) VALUE SPACES.
042100     05  RPT-CNT-TEXT               PIC X(34).
042200     05  RPT-CNT-FILE-COUNT         PIC ZZZ,ZZZ,ZZ9.
042300     05  FILLER                     PIC X(05) VALUE SPACES.
042400     05  RPT-CNT-RUN-COUNT          PIC ZZZ,ZZZ,ZZ9.
042500     05  FILLER                     PIC X(02) VALUE SPACES.
042600     05  RPT-CNT-FLAG               PIC X(12).
042700
042800 01  RPT-AMOUNT-LINE.
042900     05  FILLER                     PIC X(05) VALUE SPACES.
043000     05  RPT-AMT-TEXT               PIC X(34).
043100     05  RPT-AMT-FILE-AMT           PIC ZZZ,ZZZ,ZZ9.99.
043200     05  FILLER                     PIC X(02) VALUE SPACES.
043300     05  RPT-AMT-RUN-AMT            PIC ZZZ,ZZZ,ZZ9.99.
043400     05  FILLER                     PIC X(02) VALUE SPACES.
043500     05  RPT-AMT-FLAG               PIC X(12).
043600
043700 01  RPT-STATUS-LINE.
043800     05  FILLER                     PIC X(05) VALUE SPACES.
043900     05  FILLER                     PIC X(17) VALUE
044000         'MERGE DECISION - '.
044100     05  RPT-STATUS-TEXT            PIC X(40).
044200/
044300 COPY JSXCPY.
044400/
044500 PROCEDURE DIVISION.
044600
044700 0000-MAINLINE.
044800*    A MERGE THAT CANNOT PROVE IT HAS EVERY PARTITION - AND ONLY
044900*    THOSE - TOUCHES NOTHING.  NEITHER DOES ONE THE REGISTRY
045000*    REFUSES BECAUSE A PARTITION HAS NOT COMPLETED.
045100     PERFORM 1000-INITIALIZE.
045200     IF MERGE-REFUSED  THEN
045300        MOVE 16                     TO RETURN-CODE
045400        GOBACK
045500     END-IF.
045600
045700     PERFORM 0800-REGISTER-STEP-START.
045800     IF JSX-STEP-REFUSED  THEN
045900        MOVE 16                     TO RETURN-CODE
046000        GOBACK
046100     END-IF.
046200
046300     PERFORM 1500-OPEN-MERGED-FILES.
046400     PERFORM 2000-MERGE-PRICED-CLAIMS.
046500     PERFORM 2100-MERGE-SUSPENSE.
046600     PERFORM 2200-MERGE-EXCEPTIONS.
046700     PERFORM 2300-MERGE-GL.
046800     PERFORM 2400-MERGE-REMIT.
046900     PERFORM 2500-MERGE-NETWORK-ACCUM.
047000     PERFORM 2600-MERGE-HISTORY.
047100     PERFORM 2700-MERGE-PRICED-INDEX.
047200     PERFORM 2750-MERGE-CHECKPOINT.
047300     PERFORM 2800-MERGE-BENE-INDEX.
047400     PERFORM 2900-MERGE-ACKNOWLEDGMENTS.
047450     PERFORM 2950-CHECK-ACCUM-POSTINGS.
047500     PERFORM 4000-PROVE-MERGE.
047600     PERFORM 4500-WRITE-RUN-TOTALS.
047700     PERFORM 5100-RECORD-RUN-END.
047800     PERFORM 5000-TERMINATE.
047900     PERFORM 0850-REGISTER-STEP-END.
048000     GOBACK.
048100/
048200******************************************************************
048300*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR) AS ESCALRUN  *
048400*  PARTITION 00 OF N.  THE REGISTRY REFUSES THE START UNLESS     *
048500*  EVERY PARTITION 1 THROUGH N HAS COMPLETED FOR THE RUN DATE,   *
048600*  AND ITS COMPLETION OF PARTITION 00 IS WHAT ESCALBAL AND THE   *
048700*  REST OF THE STREAM WAIT ON - EXACTLY AS FOR A SINGLE RUN.     *
048800******************************************************************
048900 0800-REGISTER-STEP-START.
049000     MOVE 'S'                       TO JSX-FUNCTION.
049100     MOVE 'ESCALRUN'                TO JSX-STEP-NAME.
049200     MOVE WS-RUN-DATE               TO JSX-RUN-DATE.
049300     MOVE ZERO                      TO JSX-PARTITION-NUMBER.
049400     MOVE WS-PARTITION-COUNT        TO JSX-PARTITION-COUNT.
049500     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
049600     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
049700     IF JSX-STEP-REFUSED  THEN
049800        DISPLAY 'ESCALPMG - ' JSX-REFUSAL-TEXT
049900     END-IF.
050000/
050100******************************************************************
050200*  AN UNBALANCED MERGE, OR ONE CARRYING A PARTITION'S FILE       *
050300*  INTEGRITY ERROR, ENDS IN ERROR ON THE REGISTRY WHATEVER ITS   *
050400*  RETURN CODE, SO NOTHING DOWNSTREAM STARTS ON IT.              *
050500******************************************************************
050600 0850-REGISTER-STEP-END.
050700     MOVE RETURN-CODE               TO WS-STEP-SAVED-RC.
050800     MOVE 'E'                       TO JSX-FUNCTION.
050900     IF MERGE-OUT-OF-BALANCE  OR  PARTITION-INTEGRITY-ERROR  THEN
051000        MOVE 16                     TO JSX-STEP-RC
051100     ELSE
051200        MOVE RETURN-CODE            TO JSX-STEP-RC
051300     END-IF.
051400     MOVE 'CLAIMS IN'               TO JSX-COUNT-LABEL (1).
051500     MOVE WS-SUM-CLAIMS-IN          TO JSX-COUNT (1).
051600     MOVE 'PRICED'                  TO JSX-COUNT-LABEL (2).
051700     MOVE WS-SUM-CLAIMS-PRICED      TO JSX-COUNT (2).
051800     MOVE 'REMIT LINES'             TO JSX-COUNT-LABEL (3).
051900     MOVE WS-REM-DETAIL-COUNT       TO JSX-COUNT (3).
052000     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
052100     MOVE WS-STEP-SAVED-RC          TO RETURN-CODE.
052200/
052300 1000-INITIALIZE.
052400     ACCEPT WS-START-TIME FROM TIME.
052500     INITIALIZE WS-PARTITION-TABLE.
052600     INITIALIZE WS-NETWORK-TABLE.
052700
052800     PERFORM 1010-LOAD-PARTITION-CONTROL.
052900     IF MERGE-NOT-REFUSED  THEN
053000        PERFORM 1100-LOAD-PARTITION-TOTALS
053100     END-IF.
053200     IF MERGE-NOT-REFUSED  THEN
053300        PERFORM 1200-VERIFY-ONE-PARTITION
053400           VARYING WS-PART-SUB FROM 1 BY 1
053500           UNTIL WS-PART-SUB > WS-PARTITION-COUNT
053600     END-IF.
053700     IF MERGE-NOT-REFUSED  THEN
053800        PERFORM 1300-VERIFY-COVERAGE
053900     END-IF.
054000/
054100******************************************************************
054200*  THE MERGE'S PRTCTL CARD IS PARTITION 00 OF N - THE SAME CARD  *
054300*  LAYOUT THE PARTITIONS RUN FROM, WITH NO PROVIDER RANGE.       *
054400******************************************************************
054500 1010-LOAD-PARTITION-CONTROL.
054600     OPEN INPUT PARTITION-CTL.
054700     READ PARTITION-CTL
054800         AT END CONTINUE
054900         NOT AT END
055000           IF PRTC-PARTITION-NUMBER NUMERIC  AND
055100              PRTC-PARTITION-NUMBER = ZERO  AND
055200              PRTC-PARTITION-COUNT NUMERIC  THEN
055300              MOVE PRTC-PARTITION-COUNT TO WS-PARTITION-COUNT
055400           END-IF
055500     END-READ.
055600     CLOSE PARTITION-CTL.
055700
055800     IF WS-PARTITION-COUNT < 2  OR  WS-PARTITION-COUNT > 9  THEN
055900        MOVE 'Y'                    TO WS-MERGE-REFUSED-SWITCH
056000        DISPLAY 'ESCALPMG - PRTCTL DOES NOT CALL FOR A MERGE OF '
056100           '2 TO 9 PARTITIONS - MERGE REFUSED'
056200     END-IF.
056300/
056400 1100-LOAD-PARTITION-TOTALS.
056500     OPEN INPUT PARTITION-TOTALS-IN.
056600     PERFORM 1110-READ-ONE-PARTITION-TOTAL
056700        UNTIL TOTP-END-OF-FILE.
056800     CLOSE PARTITION-TOTALS-IN.
056900/
057000 1110-READ-ONE-PARTITION-TOTAL.
057100     READ PARTITION-TOTALS-IN  INTO RUN-TOTALS-RECORD
057200         AT END MOVE 'Y'            TO WS-TOTP-EOF-SWITCH
057300         NOT AT END
057400           PERFORM 1120-CHECK-ONE-PARTITION-TOTAL
057500     END-READ.
057600/
057700******************************************************************
057800*  EACH PRCTOT RECORD MUST BELONG TO THIS MERGE - A PARTITION    *
057900*  NUMBER 1 THROUGH N OF THE SAME N - AND APPEAR ONLY ONCE.  A   *
058000*  SINGLE RUN'S PRCTOT (PARTITION 00) OR A STRAY GENERATION FROM *
058100*  ANOTHER NIGHT'S SPLIT REFUSES THE MERGE.                      *
058200******************************************************************
058300 1120-CHECK-ONE-PARTITION-TOTAL.
058400     EVALUATE TRUE
058500        WHEN TOT-PARTITION-NUMBER NOT NUMERIC
058600        WHEN TOT-PARTITION-COUNT NOT NUMERIC
058700           MOVE 'Y'                 TO WS-MERGE-REFUSED-SWITCH
058800           DISPLAY 'ESCALPMG - PRCTOTP RECORD IS NOT A PARTITION '
058900              'TOTAL - MERGE REFUSED'
059000        WHEN TOT-PARTITION-NUMBER = ZERO
059100        WHEN TOT-PARTITION-NUMBER > WS-PARTITION-COUNT
059200        WHEN TOT-PARTITION-COUNT NOT = WS-PARTITION-COUNT
059300           MOVE 'Y'                 TO WS-MERGE-REFUSED-SWITCH
059400           DISPLAY 'ESCALPMG - PRCTOTP CARRIES PARTITION '
059500              TOT-PARTITION-NUMBER ' OF ' TOT-PARTITION-COUNT
059600              ' - NOT PART OF A ' WS-PARTITION-COUNT
059700              '-WAY MERGE - MERGE REFUSED'
059800        WHEN WS-PT-FOUND (TOT-PARTITION-NUMBER) = 'Y'
059900           MOVE 'Y'                 TO WS-MERGE-REFUSED-SWITCH
060000           DISPLAY 'ESCALPMG - PARTITION ' TOT-PARTITION-NUMBER
060100              ' APPEARS TWICE ON PRCTOTP - MERGE REFUSED'
060200        WHEN OTHER
060300           PERFORM 1130-TABLE-PARTITION-TOTAL
060400     END-EVALUATE.
060500/
060600 1130-TABLE-PARTITION-TOTAL.
060700     MOVE TOT-PARTITION-NUMBER      TO WS-PART-SUB.
060800     MOVE 'Y'                       TO WS-PT-FOUND (WS-PART-SUB).
060900     MOVE TOT-LOW-PROVIDER          TO WS-PT-LOW (WS-PART-SUB).
061000     MOVE TOT-HIGH-PROVIDER         TO
061100                                   WS-PT-HIGH (WS-PART-SUB).
061200     MOVE TOT-CLAIMS-READ           TO WS-PT-READ (WS-PART-SUB).
061300     MOVE TOT-CLAIMS-IN             TO WS-PT-IN (WS-PART-SUB).
061400     MOVE TOT-CLAIMS-PRICED         TO
061500                                   WS-PT-PRICED (WS-PART-SUB).
061600     MOVE TOT-INTEGRITY-SWITCH      TO
061700                                   WS-PT-ERROR (WS-PART-SUB).
061800
061900*    EVERY PARTITION PRICED THE SAME NIGHT.
062000     IF WS-RUN-DATE = ZERO  THEN
062100        MOVE TOT-RUN-DATE           TO WS-RUN-DATE
062200     ELSE
062300        IF TOT-RUN-DATE NOT = WS-RUN-DATE  THEN
062400           MOVE 'Y'                 TO WS-MERGE-REFUSED-SWITCH
062500           DISPLAY 'ESCALPMG - PARTITION ' WS-PART-SUB
062600              ' RAN FOR ' TOT-RUN-DATE ' NOT ' WS-RUN-DATE
062700              ' - MERGE REFUSED'
062800        END-IF
062900     END-IF.
063000
063100     ADD TOT-CLAIMS-IN              TO WS-SUM-CLAIMS-IN.
063200     ADD TOT-CLAIMS-PRICED          TO WS-SUM-CLAIMS-PRICED.
063300     ADD TOT-CLAIMS-DENIED          TO WS-SUM-CLAIMS-DENIED.
063400     ADD TOT-FINAL-PAY-TOTAL        TO WS-SUM-FINAL-PAY.
063500     ADD TOT-OUTLIER-TOTAL          TO WS-SUM-OUTLIER.
063600     ADD TOT-NET-PAY-TOTAL          TO WS-SUM-NET-PAY.
063700     ADD TOT-REVERSED-TOTAL         TO WS-SUM-REVERSED.
063800     ADD TOT-REMIT-DETAIL-COUNT     TO WS-SUM-REMIT-COUNT.
063900     ADD TOT-HISTORY-COUNT          TO WS-SUM-HIST-COUNT.
064000     ADD TOT-HISTORY-PAID-TOTAL     TO WS-SUM-HIST-PAID.
064100     ADD TOT-GL-POSTED-TOTAL        TO WS-SUM-GL-POSTED.
064200
064300*    THE FIRST PARTITION'S INTEGRITY FAILURE IS THE NIGHT'S.
064400     IF TOT-INTEGRITY-ERROR  THEN
064500        MOVE 'Y'                    TO WS-INTEGRITY-SWITCH
064600     END-IF.
064700     IF WS-ACK-REASON-TEXT = SPACES  THEN
064800        MOVE TOT-ACK-REASON-TEXT    TO WS-ACK-REASON-TEXT
064900     END-IF.
065000/
065100******************************************************************
065200*  EVERY PARTITION 1 THROUGH N IS PRESENT, READ THE SAME PRCCLM  *
065300*  (THE SAME LINE COUNT), AND OWNS A PROVIDER RANGE ABOVE THE    *
065400*  ONE BEFORE IT.                                                *
065500******************************************************************
065600 1200-VERIFY-ONE-PARTITION.
065700     IF WS-PT-FOUND (WS-PART-SUB) NOT = 'Y'  THEN
065800        MOVE 'Y'                    TO WS-MERGE-REFUSED-SWITCH
065900        DISPLAY 'ESCALPMG - NO PRCTOTP RECORD FOR PARTITION '
066000           WS-PART-SUB ' - MERGE REFUSED'
066100     ELSE
066200        IF WS-PT-FOUND (1) = 'Y'  AND
066300           WS-PT-READ (WS-PART-SUB) NOT =
066400              WS-PT-READ (1)  THEN
066500           MOVE 'Y'                 TO WS-MERGE-REFUSED-SWITCH
066600           DISPLAY 'ESCALPMG - PARTITION ' WS-PART-SUB ' READ '
066700              WS-PT-READ (WS-PART-SUB) ' LINES, PARTITION '
066800              '01 READ ' WS-PT-READ (1) ' - MERGE REFUSED'
066900        END-IF
067000        IF WS-PART-SUB > 1  THEN
067100           COMPUTE WS-PRIOR-SUB = WS-PART-SUB - 1
067200           IF WS-PT-FOUND (WS-PRIOR-SUB) = 'Y'  AND
067300              WS-PT-LOW (WS-PART-SUB) NOT >
067400                 WS-PT-HIGH (WS-PRIOR-SUB)  THEN
067500              MOVE 'Y'              TO WS-MERGE-REFUSED-SWITCH
067600              DISPLAY 'ESCALPMG - PARTITION ' WS-PART-SUB
067700                 ' PROVIDER RANGE OVERLAPS PARTITION '
067800                 WS-PRIOR-SUB ' - MERGE REFUSED'
067900           END-IF
068000        END-IF
068100     END-IF.
068200/
068300******************************************************************
068400*  THE RANGES MUST COVER PRCCLM EXACTLY ONCE: THE LINES THE      *
068500*  PARTITIONS PRICED, ADDED UP, ARE THE LINES EACH OF THEM READ. *
068600*  SHORT MEANS A GAP BETWEEN RANGES; OVER MEANS A LINE PRICED    *
068700*  TWICE.                                                        *
068800******************************************************************
068900 1300-VERIFY-COVERAGE.
069000     IF WS-SUM-CLAIMS-IN NOT = WS-PT-READ (1)  THEN
069100        MOVE 'Y'                    TO WS-MERGE-REFUSED-SWITCH
069200        DISPLAY 'ESCALPMG - PARTITIONS PRICED ' WS-SUM-CLAIMS-IN
069300           ' OF ' WS-PT-READ (1) ' LINES READ - PROVIDER '
069400           'RANGES DO NOT COVER PRCCLM - MERGE REFUSED'
069500     END-IF.
069600/
069700 1500-OPEN-MERGED-FILES.
069800     OPEN OUTPUT PRICED-CLAIM-OUT.
069900     OPEN OUTPUT SUSPENSE-OUT.
070000     OPEN OUTPUT EXCEPTION-QUEUE-OUT.
070100     OPEN OUTPUT GL-EXTRACT-OUT.
070200     OPEN OUTPUT REMIT-EXTRACT-OUT.
070300     OPEN EXTEND NETWORK-ACCUM-OUT.
070400     OPEN EXTEND PRICED-HISTORY-OUT.
070500     OPEN OUTPUT PRICED-INDEX-OUT.
070600     OPEN OUTPUT CHECKPOINT-OUT.
070700     OPEN OUTPUT BENE-INDEX-OUT.
070800     OPEN OUTPUT ACKNOWLEDGMENT-OUT.
070900     OPEN OUTPUT MERGE-REPORT.
071000
071100     MOVE WS-RUN-DATE               TO RPT-RUN-DATE.
071200     MOVE WS-PARTITION-COUNT        TO RPT-PARTITION-COUNT.
071300     WRITE PMGRPT-RECORD FROM RPT-HEADING-1.
071400     WRITE PMGRPT-RECORD FROM RPT-HEADING-2.
071500     PERFORM 1550-PRINT-ONE-PARTITION
071600        VARYING WS-PART-SUB FROM 1 BY 1
071700        UNTIL WS-PART-SUB > WS-PARTITION-COUNT.
071800/
071900 1550-PRINT-ONE-PARTITION.
072000     MOVE WS-PART-SUB               TO RPT-PT-NUMBER.
072100     MOVE WS-PT-LOW (WS-PART-SUB)   TO RPT-PT-LOW-PROVIDER.
072200     MOVE WS-PT-HIGH (WS-PART-SUB)  TO
072300                                   RPT-PT-HIGH-PROVIDER.
072400     MOVE WS-PT-IN (WS-PART-SUB)    TO RPT-PT-CLAIMS-IN.
072500     MOVE WS-PT-PRICED (WS-PART-SUB) TO
072600                                   RPT-PT-CLAIMS-PRICED.
072700     IF WS-PT-ERROR (WS-PART-SUB) = 'Y'  THEN
072800        MOVE '*** ERROR **'         TO RPT-PT-FLAG
072900     ELSE
073000        MOVE SPACES                 TO RPT-PT-FLAG
073100     END-IF.
073200     WRITE PMGRPT-RECORD FROM RPT-PARTITION-LINE.
073300/
073400******************************************************************
073500*  DETAIL-ONLY FILES - PRCOUT, SUSPOUT, PRCEXC AND PRCGL - MERGE *
073600*  BY STRAIGHT COPY, PARTITION BY PARTITION.  THE GL POSTINGS    *
073700*  ARE TOTALED ON THE WAY THROUGH THE SAME WAY ESCALBAL TOTALS   *
073800*  THEM.                                                         *
073900******************************************************************
074000 2000-MERGE-PRICED-CLAIMS.
074100     OPEN INPUT PARTITION-PRICED-IN.
074200     PERFORM 2010-COPY-ONE-PRICED-CLAIM
074300        UNTIL OUTP-END-OF-FILE.
074400     CLOSE PARTITION-PRICED-IN.
074500/
074600 2010-COPY-ONE-PRICED-CLAIM.
074700     READ PARTITION-PRICED-IN
074800         AT END MOVE 'Y'            TO WS-OUTP-EOF-SWITCH
074900         NOT AT END
075000           ADD 1                    TO WS-PRCOUT-COUNT
075100           WRITE PRCOUT-RECORD FROM PRCOUTP-RECORD
075200     END-READ.
075300/
075400 2100-MERGE-SUSPENSE.
075500     OPEN INPUT PARTITION-SUSPENSE-IN.
075600     PERFORM 2110-COPY-ONE-SUSPENSE
075700        UNTIL SUSP-END-OF-FILE.
075800     CLOSE PARTITION-SUSPENSE-IN.
075900/
076000 2110-COPY-ONE-SUSPENSE.
076100     READ PARTITION-SUSPENSE-IN
076200         AT END MOVE 'Y'            TO WS-SUSP-EOF-SWITCH
076300         NOT AT END
076400           ADD 1                    TO WS-SUSP-COUNT
076500           MOVE SUSPP-RECORD        TO SUSPENSE-RECORD
076600           WRITE SUSPENSE-RECORD
076700     END-READ.
076800/
076900 2200-MERGE-EXCEPTIONS.
077000     OPEN INPUT PARTITION-EXCEPTION-IN.
077100     PERFORM 2210-COPY-ONE-EXCEPTION
077200        UNTIL EXCP-END-OF-FILE.
077300     CLOSE PARTITION-EXCEPTION-IN.
077400/
077500 2210-COPY-ONE-EXCEPTION.
077600     READ PARTITION-EXCEPTION-IN
077700         AT END MOVE 'Y'            TO WS-EXCP-EOF-SWITCH
077800         NOT AT END
077900           ADD 1                    TO WS-EXCQ-COUNT
078000           WRITE EXCQ-RECORD FROM EXCQP-RECORD
078100     END-READ.
078200/
078300 2300-MERGE-GL.
078400     OPEN INPUT PARTITION-GL-IN.
078500     PERFORM 2310-COPY-ONE-GL-POSTING
078600        UNTIL GLP-END-OF-FILE.
078700     CLOSE PARTITION-GL-IN.
078800/
078900 2310-COPY-ONE-GL-POSTING.
079000     READ PARTITION-GL-IN
079100         AT END MOVE 'Y'            TO WS-GLP-EOF-SWITCH
079200         NOT AT END
079300           ADD 1                    TO WS-GL-RECORD-COUNT
079400           MOVE GLP-RECORD          TO GL-POSTING-RECORD
079500           IF GL-IS-POSTING  AND
079600              GL-COMPONENT-CODE NOT = 'RVSL'  THEN
079700              ADD GL-AMOUNT         TO WS-GL-POSTED-TOTAL
079800           END-IF
079900           WRITE GL-POSTING-RECORD
080000     END-READ.
080100/
080200******************************************************************
080300*  PRCREM: EVERY PARTITION'S DETAIL, REVERSAL AND OFFSET LINES   *
080400*  COPY THROUGH; EACH PARTITION'S TRAILER IS ADDED UP AND        *
080500*  DROPPED, AND ONE TRAILER FOR THE WHOLE NIGHT CLOSES THE FILE. *
080600******************************************************************
080700 2400-MERGE-REMIT.
080800     OPEN INPUT PARTITION-REMIT-IN.
080900     PERFORM 2410-COPY-ONE-REMIT
081000        UNTIL REMP-END-OF-FILE.
081100     CLOSE PARTITION-REMIT-IN.
081200
081300     MOVE SPACES                    TO REMIT-TRAILER-RECORD.
081400     MOVE 'T'                       TO REM-TRL-RECORD-TYPE.
081500     MOVE WS-REM-DETAIL-COUNT       TO REM-TRL-DETAIL-COUNT.
081600     MOVE WS-REM-TRL-GROSS-SUM      TO REM-TRL-GROSS-TOTAL.
081700     MOVE WS-REM-TRL-NET-SUM        TO REM-TRL-NET-TOTAL.
081800     MOVE WS-REM-TRL-REVERSED-SUM   TO REM-TRL-REVERSED-TOTAL.
081900*    THE OFFSET TOTAL BELONGS TO ESCALRCV - ZERO ON THE REMIT
082000*    AS THE RUN CUTS IT.
082100     MOVE ZERO                      TO REM-TRL-OFFSET-TOTAL.
082200     WRITE REMIT-TRAILER-RECORD.
082300/
082400 2410-COPY-ONE-REMIT.
082500     READ PARTITION-REMIT-IN
082600         AT END MOVE 'Y'            TO WS-REMP-EOF-SWITCH
082700         NOT AT END
082800           MOVE REMP-RECORD         TO REMIT-DETAIL-RECORD
082900           IF REM-IS-TRAILER  THEN
083000              ADD 1                 TO WS-REM-TRAILER-COUNT
083100              ADD REM-TRL-DETAIL-COUNT TO WS-REM-TRL-DETAIL-SUM
083200              ADD REM-TRL-GROSS-TOTAL TO WS-REM-TRL-GROSS-SUM
083300              ADD REM-TRL-NET-TOTAL TO WS-REM-TRL-NET-SUM
083400              ADD REM-TRL-REVERSED-TOTAL TO
083500                                   WS-REM-TRL-REVERSED-SUM
083600           ELSE
083700              ADD 1                 TO WS-REM-DETAIL-COUNT
083800              WRITE REMIT-DETAIL-RECORD
083900           END-IF
084000     END-READ.
084100/
084200******************************************************************
084300*  NETACC: EACH PARTITION WROTE ONE RECORD PER NETWORK IT SAW.   *
084400*  THE ROLLING LEDGER GETS ONE PER NETWORK FOR THE NIGHT.        *
084500******************************************************************
084600 2500-MERGE-NETWORK-ACCUM.
084700     OPEN INPUT PARTITION-NETWORK-IN.
084800     PERFORM 2510-ADD-ONE-NETWORK
084900        UNTIL NETP-END-OF-FILE.
085000     CLOSE PARTITION-NETWORK-IN.
085100     PERFORM 2520-WRITE-ONE-NETWORK
085200        VARYING WS-NET-SUB FROM 1 BY 1
085300        UNTIL WS-NET-SUB > 99.
085400/
085500 2510-ADD-ONE-NETWORK.
085600     READ PARTITION-NETWORK-IN
085700         AT END MOVE 'Y'            TO WS-NETP-EOF-SWITCH
085800         NOT AT END
085900           MOVE NETAP-RECORD        TO NETWORK-ACCUM-RECORD
086000           IF NETA-NETWORK-NUMBER = ZERO  THEN
086100              MOVE 99               TO WS-NET-SUB
086200           ELSE
086300              MOVE NETA-NETWORK-NUMBER TO WS-NET-SUB
086400           END-IF
086500           ADD NETA-FEE-AMT         TO WS-NET-FEE-AMT (WS-NET-SUB)
086600           ADD NETA-TREATMENT-COUNT TO
086700                                   WS-NET-TREATMENTS (WS-NET-SUB)
086800     END-READ.
086900/
087000 2520-WRITE-ONE-NETWORK.
087100     IF WS-NET-FEE-AMT (WS-NET-SUB) > ZERO  THEN
087200        MOVE SPACES                 TO NETWORK-ACCUM-RECORD
087300        IF WS-NET-SUB = 99  THEN
087400           MOVE ZERO                TO NETA-NETWORK-NUMBER
087500        ELSE
087600           MOVE WS-NET-SUB          TO NETA-NETWORK-NUMBER
087700        END-IF
087800        MOVE WS-RUN-DATE            TO NETA-RUN-DATE
087900        MOVE WS-NET-FEE-AMT (WS-NET-SUB) TO NETA-FEE-AMT
088000        MOVE WS-NET-TREATMENTS (WS-NET-SUB) TO
088100                                   NETA-TREATMENT-COUNT
088200        ADD 1                       TO WS-NETA-RECORD-COUNT
088300        WRITE NETWORK-ACCUM-RECORD
088400     END-IF.
088500/
088600******************************************************************
088700*  PRICED HISTORY: EACH PARTITION'S APPENDS ARE APPENDED TO THE  *
088800*  GENERATION FILE, AND TONIGHT'S ARE COUNTED AND TOTALED THE    *
088900*  WAY ESCALBAL WILL COUNT THEM.                                 *
089000******************************************************************
089100 2600-MERGE-HISTORY.
089200     OPEN INPUT PARTITION-HISTORY-IN.
089300     PERFORM 2610-COPY-ONE-HISTORY
089400        UNTIL HISTP-END-OF-FILE.
089500     CLOSE PARTITION-HISTORY-IN.
089600/
089700 2610-COPY-ONE-HISTORY.
089800     READ PARTITION-HISTORY-IN
089900         AT END MOVE 'Y'            TO WS-HISTP-EOF-SWITCH
090000         NOT AT END
090100           ADD 1                    TO WS-HIST-COPY-COUNT
090200           MOVE PHISTP-RECORD       TO PRICED-HISTORY-RECORD
090300           IF PH-PRICED-DATE = WS-RUN-DATE  THEN
090400              ADD 1                 TO WS-HIST-COUNT
090500              IF PH-PPS-RTC < 50  THEN
090600                 ADD PH-FINAL-PAY-AMT TO WS-HIST-PAID-TOTAL
090700              END-IF
090800           END-IF
090900           WRITE PRICED-HISTORY-RECORD
091000     END-READ.
091100/
091200******************************************************************
091300*  THE ROLLING PRICED-CLAIM INDEX AND THE CHECKPOINT: ONE RUN    *
091400*  STAMP FOR THE NIGHT LEADS EACH MERGED FILE, AND EVERY         *
091500*  PARTITION'S OWN STAMP IS DROPPED.  PARTITION 1 CARRIED THE    *
091600*  PRIOR NIGHTS' ENTRIES; THE OTHERS CARRIED ONLY TONIGHT'S, SO  *
091700*  NOTHING IS DOUBLED.                                           *
091800******************************************************************
091900 2700-MERGE-PRICED-INDEX.
092000     MOVE WS-RUN-DATE               TO WS-STAMP-DATE.
092100     MOVE WS-RUN-STAMP-RECORD       TO PRICED-INDEX-RECORD.
092200     WRITE PRICED-INDEX-RECORD.
092300
092400     OPEN INPUT PARTITION-INDEX-IN.
092500     PERFORM 2710-COPY-ONE-PRICED-INDEX
092600        UNTIL PIDXP-END-OF-FILE.
092700     CLOSE PARTITION-INDEX-IN.
092800/
092900 2710-COPY-ONE-PRICED-INDEX.
093000     READ PARTITION-INDEX-IN
093100         AT END MOVE 'Y'            TO WS-PIDXP-EOF-SWITCH
093200         NOT AT END
093300           MOVE PIDXP-RECORD        TO WS-STAMP-CHECK-AREA
093400           IF WS-CHECK-LITERAL NOT = '*RUNSTAMP'  THEN
093500              ADD 1                 TO WS-PIDX-COUNT
093600              MOVE PIDXP-RECORD     TO PRICED-INDEX-RECORD
093700              WRITE PRICED-INDEX-RECORD
093800           END-IF
093900     END-READ.
094000/
094100 2750-MERGE-CHECKPOINT.
094200     MOVE WS-RUN-DATE               TO WS-STAMP-DATE.
094300     MOVE WS-RUN-STAMP-RECORD (1:26) TO CHECKPOINT-RECORD.
094400     WRITE CHECKPOINT-RECORD.
094500
094600     OPEN INPUT PARTITION-CHECKPOINT-IN.
094700     PERFORM 2760-COPY-ONE-CHECKPOINT
094800        UNTIL CKPTP-END-OF-FILE.
094900     CLOSE PARTITION-CHECKPOINT-IN.
095000/
095100 2760-COPY-ONE-CHECKPOINT.
095200     READ PARTITION-CHECKPOINT-IN
095300         AT END MOVE 'Y'            TO WS-CKPTP-EOF-SWITCH
095400         NOT AT END
095500           MOVE SPACES              TO WS-STAMP-CHECK-AREA
095600           MOVE CKPTP-RECORD        TO WS-STAMP-CHECK-AREA (1:26)
095700           IF WS-CHECK-LITERAL NOT = '*RUNSTAMP'  THEN
095800              ADD 1                 TO WS-CKPT-COUNT
095900              MOVE CKPTP-RECORD     TO CHECKPOINT-RECORD
096000              WRITE CHECKPOINT-RECORD
096100           END-IF
096200     END-READ.
096300/
096400******************************************************************
096500*  THE BENEFICIARY-DAY INDEX COPIES THROUGH.  EACH OF TONIGHT'S  *
096600*  ENTRIES IS CHECKED AGAINST TONIGHT'S ENTRIES FROM THE OTHER   *
096700*  PARTITIONS ALREADY READ: A SECOND FACILITY'S SESSION FOR THE  *
096800*  SAME BENEFICIARY ON THE SAME DAY, PRICED IN ANOTHER           *
096900*  PARTITION, LANDS ON THE EXCEPTION QUEUE EXACTLY AS ESCALRUN   *
097000*  QUEUES ONE IT FINDS ITSELF.                                   *
097100******************************************************************
097200 2800-MERGE-BENE-INDEX.
097300     OPEN INPUT PARTITION-BENE-INDEX-IN.
097400     PERFORM 2810-COPY-ONE-BENE-DAY
097500        UNTIL BIDXP-END-OF-FILE.
097600     CLOSE PARTITION-BENE-INDEX-IN.
097700     IF BENE-TABLE-FULL  THEN
097800        DISPLAY 'ESCALPMG - TONIGHT''S BENEFICIARY-DAY ENTRIES '
097900           'EXCEED 100000 - CROSS-PARTITION CHECK INCOMPLETE'
098000     END-IF.
098100/
098200 2810-COPY-ONE-BENE-DAY.
098300     READ PARTITION-BENE-INDEX-IN
098400         AT END MOVE 'Y'            TO WS-BIDXP-EOF-SWITCH
098500         NOT AT END
098600           ADD 1                    TO WS-BIDX-COUNT
098700           MOVE BIDXP-RECORD        TO BENE-DAY-INDEX-RECORD
098800           WRITE BENE-DAY-INDEX-RECORD
098900           IF BIDX-PRICED-DATE = WS-RUN-DATE  THEN
099000              PERFORM 2820-FIND-PROVIDER-PARTITION
099100              PERFORM 2830-CHECK-CROSS-PARTITION
099200              PERFORM 2840-TABLE-BENE-DAY
099300           END-IF
099400     END-READ.
099500/
099600 2820-FIND-PROVIDER-PARTITION.
099700     MOVE ZERO                      TO WS-FOUND-PARTITION.
099800     PERFORM VARYING WS-PART-SUB FROM 1 BY 1
099900        UNTIL WS-PART-SUB > WS-PARTITION-COUNT
100000        IF BIDX-PROVIDER-NUMBER NOT <
100100              WS-PT-LOW (WS-PART-SUB)  AND
100200           BIDX-PROVIDER-NUMBER NOT >
100300              WS-PT-HIGH (WS-PART-SUB)  THEN
100400           MOVE WS-PART-SUB         TO WS-FOUND-PARTITION
100500           MOVE WS-PARTITION-COUNT  TO WS-PART-SUB
100600        END-IF
100700     END-PERFORM.
100800/
100900 2830-CHECK-CROSS-PARTITION.
101000     PERFORM VARYING WS-BENE-SUB FROM 1 BY 1
101100        UNTIL WS-BENE-SUB > WS-BENE-COUNT
101200        IF WS-BENE-MBI (WS-BENE-SUB) = BIDX-MBI  AND
101300           WS-BENE-DOS (WS-BENE-SUB) =
101400              BIDX-LINE-ITEM-DATE-SERVICE  AND
101500           WS-BENE-PART (WS-BENE-SUB) NOT =
101600              WS-FOUND-PARTITION  THEN
101700           ADD 1                    TO WS-CROSS-PARTITION-COUNT
101800           MOVE SPACES              TO WS-BENE-EXCQ-TEXT
101900           STRING 'SAME-DAY SESSION AT '
102000              WS-BENE-PROV (WS-BENE-SUB)
102100              ' CLAIM ' WS-BENE-CLAIM (WS-BENE-SUB)
102200              DELIMITED BY SIZE  INTO WS-BENE-EXCQ-TEXT
102300           MOVE BIDX-CLAIM-NUMBER   TO EXCQ-CLAIM-NUMBER
102400           MOVE 69                  TO EXCQ-RTC
102500           MOVE WS-BENE-EXCQ-TEXT   TO EXCQ-REASON-TEXT
102600           WRITE EXCQ-RECORD  FROM EXCQ-DETAIL-LINE
102700           ADD 1                    TO WS-EXCQ-COUNT
102800           MOVE WS-BENE-COUNT       TO WS-BENE-SUB
102900        END-IF
103000     END-PERFORM.
103100/
103200 2840-TABLE-BENE-DAY.
103300     IF WS-BENE-COUNT < 100000  THEN
103400        ADD 1                       TO WS-BENE-COUNT
103500        MOVE BIDX-MBI               TO WS-BENE-MBI (WS-BENE-COUNT)
103600        MOVE BIDX-LINE-ITEM-DATE-SERVICE TO
103700                                   WS-BENE-DOS (WS-BENE-COUNT)
103800        MOVE BIDX-PROVIDER-NUMBER   TO
103900                                   WS-BENE-PROV (WS-BENE-COUNT)
104000        MOVE BIDX-CLAIM-NUMBER      TO
104100                                   WS-BENE-CLAIM (WS-BENE-COUNT)
104200        MOVE WS-FOUND-PARTITION     TO
104300                                   WS-BENE-PART (WS-BENE-COUNT)
104400     ELSE
104500        MOVE 'Y'                    TO WS-BENE-FULL-SWITCH
104600     END-IF.
104700/
104800******************************************************************
104900*  ACKNOWLEDGMENTS: PARTITION 1 WROTE THE TRANSMISSION HEADER    *
105000*  AND TRAILERS; EVERY PARTITION WROTE THE LINE-LEVEL            *
105100*  ACKNOWLEDGMENTS FOR ITS OWN PROVIDERS.  THE FINAL TRAILER IS  *
105200*  THE NIGHT'S - COUNTS READ VERSUS PRICED VERSUS REJECTED, AND  *
105300*  THE FIRST PARTITION INTEGRITY FAILURE (IF ANY) AS ITS REASON. *
105400******************************************************************
105500 2900-MERGE-ACKNOWLEDGMENTS.
105600     OPEN INPUT PARTITION-ACK-IN.
105700     PERFORM 2910-COPY-ONE-ACK
105800        UNTIL ACKP-END-OF-FILE.
105900     CLOSE PARTITION-ACK-IN.
106000
106100     MOVE SPACES                    TO ACK-TRAILER-RECORD.
106200     MOVE 'T'                       TO ACK-TRL-RECORD-TYPE.
106300     MOVE WS-SUM-CLAIMS-IN          TO ACK-TRL-CLAIMS-READ.
106400     MOVE WS-SUM-CLAIMS-PRICED      TO ACK-TRL-CLAIMS-PRICED.
106500     MOVE WS-SUM-CLAIMS-DENIED      TO ACK-TRL-CLAIMS-REJECTED.
106600     IF PARTITION-INTEGRITY-ERROR  THEN
106700        MOVE 'R'                    TO ACK-TRL-STATUS
106800     ELSE
106900        MOVE 'A'                    TO ACK-TRL-STATUS
107000     END-IF.
107100     MOVE WS-ACK-REASON-TEXT        TO ACK-TRL-REASON-TEXT.
107200     WRITE ACK-TRAILER-RECORD.
107300/
107400 2910-COPY-ONE-ACK.
107500     READ PARTITION-ACK-IN
107600         AT END MOVE 'Y'            TO WS-ACKP-EOF-SWITCH
107700         NOT AT END
107800           ADD 1                    TO WS-ACK-COUNT
107900           MOVE ACKP-RECORD         TO ACK-DETAIL-RECORD
108000           WRITE ACK-DETAIL-RECORD
108100     END-READ.
108200/
108201******************************************************************
108202*  ACCUMULATOR POSTINGS: EACH PARTITION JOURNALED EVERY POST AND *
108203*  BACKOUT IT SENT TO THE DEDUCTIBLE, TRAINING-SESSION AND ESA   *
108204*  READING ACCUMULATORS.  A BENEFICIARY POSTED BY TWO PARTITIONS *
108205*  HAD THE SAME ACCUMULATOR RECORD UPDATED BY TWO JOBS AT ONCE,  *
108206*  AND ONE UPDATE MAY HAVE OVERWRITTEN THE OTHER.  EVERY POSTING *
108207*  FOR SUCH AN MBI, FROM EVERY PARTITION, GOES TO THE EXCEPTION  *
108208*  QUEUE (RTC 85) SO THE ACCUMULATORS CAN BE PROVED AGAINST THE  *
108209*  CLAIMS.  THE FILES ARRIVE IN PARTITION ORDER, SO A POSTING    *
108210*  NEED ONLY BE CHECKED AGAINST THOSE ALREADY READ.              *
108211******************************************************************
108212 2950-CHECK-ACCUM-POSTINGS.
108213     OPEN INPUT PARTITION-ACCUM-POSTING-IN.
108214     PERFORM 2960-TABLE-ONE-POSTING
108215        UNTIL ACPP-END-OF-FILE.
108216     CLOSE PARTITION-ACCUM-POSTING-IN.
108217     PERFORM 2990-QUEUE-ONE-SPLIT-POSTING
108218        VARYING WS-POST-SUB FROM 1 BY 1
108219        UNTIL WS-POST-SUB > WS-POST-COUNT.
108220     IF POSTING-TABLE-FULL  THEN
108221        DISPLAY 'ESCALPMG - TONIGHT''S ACCUMULATOR POSTINGS '
108222           'EXCEED 100000 - SPLIT-POSTING CHECK INCOMPLETE'
108223     END-IF.
108224/
108225 2960-TABLE-ONE-POSTING.
108226     READ PARTITION-ACCUM-POSTING-IN
108227         AT END MOVE 'Y'            TO WS-ACPP-EOF-SWITCH
108228         NOT AT END
108229           ADD 1                    TO WS-POSTING-COUNT
108230           IF WS-POST-COUNT < 100000  THEN
108231              PERFORM 2970-MATCH-EARLIER-POSTINGS
108232           ELSE
108233              MOVE 'Y'              TO WS-POSTING-FULL-SWITCH
108234           END-IF
108235     END-READ.
108236/
108237******************************************************************
108238*  LOOK FOR THE MBI AMONG THE POSTINGS ALREADY READ.  WHEN A     *
108239*  DIFFERENT PARTITION POSTED IT, EVERY EARLIER POSTING FOR IT   *
108240*  NOT YET MARKED IS MARKED, AND THE NEW ONE IS TABLED MARKED.   *
108241*  THE BENEFICIARY IS COUNTED THE FIRST TIME IT IS FOUND SPLIT.  *
108242******************************************************************
108243 2970-MATCH-EARLIER-POSTINGS.
108244     MOVE ZERO                      TO WS-POST-SPLIT-PART.
108245     MOVE 'N'                       TO WS-POST-KNOWN-SPLIT-SWITCH.
108246     PERFORM 2972-MATCH-ONE-EARLIER
108247        VARYING WS-POST-SUB FROM 1 BY 1
108248        UNTIL WS-POST-SUB > WS-POST-COUNT.
108249
108250     IF WS-POST-SPLIT-PART > ZERO  THEN
108251        IF NOT POST-MBI-ALREADY-SPLIT  THEN
108252           ADD 1                    TO WS-SPLIT-MBI-COUNT
108253        END-IF
108254        PERFORM 2974-MARK-ONE-EARLIER
108255           VARYING WS-POST-SUB FROM 1 BY 1
108256           UNTIL WS-POST-SUB > WS-POST-COUNT
108257     END-IF.
108258
108259     ADD 1                          TO WS-POST-COUNT.
108260     MOVE ACP-MBI                   TO
108261                                   WS-POST-MBI (WS-POST-COUNT).
108262     MOVE ACP-PARTITION-NUMBER      TO
108263                                   WS-POST-PART (WS-POST-COUNT).
108264     MOVE WS-POST-SPLIT-PART        TO
108265                                   WS-POST-OTHER (WS-POST-COUNT).
108266     MOVE ACP-ACCUMULATOR           TO
108267                                   WS-POST-ACCUM (WS-POST-COUNT).
108268     MOVE ACP-CLAIM-NUMBER          TO
108269                                   WS-POST-CLAIM (WS-POST-COUNT).
108270/
108271 2972-MATCH-ONE-EARLIER.
108272     IF WS-POST-MBI (WS-POST-SUB) = ACP-MBI  THEN
108273        IF WS-POST-OTHER (WS-POST-SUB) > ZERO  THEN
108274           MOVE 'Y'                 TO WS-POST-KNOWN-SPLIT-SWITCH
108275        END-IF
108276        IF WS-POST-PART (WS-POST-SUB) NOT =
108277              ACP-PARTITION-NUMBER  THEN
108278           MOVE WS-POST-PART (WS-POST-SUB) TO WS-POST-SPLIT-PART
108279        END-IF
108280     END-IF.
108281/
108282 2974-MARK-ONE-EARLIER.
108283     IF WS-POST-MBI (WS-POST-SUB) = ACP-MBI  AND
108284        WS-POST-OTHER (WS-POST-SUB) = ZERO  THEN
108285        IF WS-POST-PART (WS-POST-SUB) = ACP-PARTITION-NUMBER  THEN
108286           MOVE WS-POST-SPLIT-PART  TO
108287                                   WS-POST-OTHER (WS-POST-SUB)
108288        ELSE
108289           MOVE ACP-PARTITION-NUMBER TO
108290                                   WS-POST-OTHER (WS-POST-SUB)
108291        END-IF
108292     END-IF.
108293/
108294 2990-QUEUE-ONE-SPLIT-POSTING.
108295     IF WS-POST-OTHER (WS-POST-SUB) > ZERO  THEN
108296        MOVE SPACES                 TO WS-POST-EXCQ-TEXT
108297        STRING WS-POST-ACCUM (WS-POST-SUB)
108298           ' ACCUMULATOR ALSO POSTED IN PARTITION '
108299           WS-POST-OTHER (WS-POST-SUB)
108300           DELIMITED BY SIZE  INTO WS-POST-EXCQ-TEXT
108301        MOVE WS-POST-CLAIM (WS-POST-SUB) TO EXCQ-CLAIM-NUMBER
108302        MOVE 85                     TO EXCQ-RTC
108303        MOVE WS-POST-EXCQ-TEXT      TO EXCQ-REASON-TEXT
108304        WRITE EXCQ-RECORD  FROM EXCQ-DETAIL-LINE
108305        ADD 1                       TO WS-EXCQ-COUNT
108306        ADD 1                       TO WS-SPLIT-POSTING-COUNT
108307     END-IF.
108308/
108309******************************************************************
108400*  PROVE THE MERGED FILES AGAINST THE SUM OF THE PARTITIONS'     *
108500*  PRCTOT FIGURES - THE FIGURES THE MERGED PRCTOT WILL CARRY.    *
108600*  ANY DIFFERENCE MEANS A PARTITION FILE WAS LOST, DOUBLED OR    *
108700*  TAKEN FROM THE WRONG GENERATION, AND THE NIGHT HOLDS.         *
108800******************************************************************
108900 4000-PROVE-MERGE.
109000     MOVE 'REMIT DETAIL LINES'      TO RPT-CNT-TEXT.
109100     MOVE WS-REM-DETAIL-COUNT       TO RPT-CNT-FILE-COUNT.
109200     MOVE WS-SUM-REMIT-COUNT        TO RPT-CNT-RUN-COUNT.
109300     MOVE SPACES                    TO RPT-CNT-FLAG.
109400     IF WS-REM-DETAIL-COUNT NOT = WS-SUM-REMIT-COUNT  THEN
109500        PERFORM 4200-FLAG-COUNT-OUT
109600     END-IF.
109700     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
109800
109900     MOVE 'REMIT TRAILER DETAIL COUNTS' TO RPT-CNT-TEXT.
110000     MOVE WS-REM-TRL-DETAIL-SUM     TO RPT-CNT-FILE-COUNT.
110100     MOVE WS-SUM-REMIT-COUNT        TO RPT-CNT-RUN-COUNT.
110200     MOVE SPACES                    TO RPT-CNT-FLAG.
110300     IF WS-REM-TRL-DETAIL-SUM NOT = WS-SUM-REMIT-COUNT  THEN
110400        PERFORM 4200-FLAG-COUNT-OUT
110500     END-IF.
110600     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
110700
110800     MOVE 'REMIT TRAILERS VS PARTITIONS' TO RPT-CNT-TEXT.
110900     MOVE WS-REM-TRAILER-COUNT      TO RPT-CNT-FILE-COUNT.
111000     MOVE WS-PARTITION-COUNT        TO RPT-CNT-RUN-COUNT.
111100     MOVE SPACES                    TO RPT-CNT-FLAG.
111200     IF WS-REM-TRAILER-COUNT NOT = WS-PARTITION-COUNT  THEN
111300        PERFORM 4200-FLAG-COUNT-OUT
111400     END-IF.
111500     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
111600
111700     MOVE 'REMIT GROSS PAY'         TO RPT-AMT-TEXT.
111800     MOVE WS-REM-TRL-GROSS-SUM      TO RPT-AMT-FILE-AMT.
111900     MOVE WS-SUM-FINAL-PAY          TO RPT-AMT-RUN-AMT.
112000     MOVE SPACES                    TO RPT-AMT-FLAG.
112100     IF WS-REM-TRL-GROSS-SUM NOT = WS-SUM-FINAL-PAY  THEN
112200        PERFORM 4300-FLAG-AMOUNT-OUT
112300     END-IF.
112400     WRITE PMGRPT-RECORD FROM RPT-AMOUNT-LINE.
112500
112600     MOVE 'REMIT NET PAY'           TO RPT-AMT-TEXT.
112700     MOVE WS-REM-TRL-NET-SUM        TO RPT-AMT-FILE-AMT.
112800     MOVE WS-SUM-NET-PAY            TO RPT-AMT-RUN-AMT.
112900     MOVE SPACES                    TO RPT-AMT-FLAG.
113000     IF WS-REM-TRL-NET-SUM NOT = WS-SUM-NET-PAY  THEN
113100        PERFORM 4300-FLAG-AMOUNT-OUT
113200     END-IF.
113300     WRITE PMGRPT-RECORD FROM RPT-AMOUNT-LINE.
113400
113500     MOVE 'REMIT REVERSED'          TO RPT-AMT-TEXT.
113600     MOVE WS-REM-TRL-REVERSED-SUM   TO RPT-AMT-FILE-AMT.
113700     MOVE WS-SUM-REVERSED           TO RPT-AMT-RUN-AMT.
113800     MOVE SPACES                    TO RPT-AMT-FLAG.
113900     IF WS-REM-TRL-REVERSED-SUM NOT = WS-SUM-REVERSED  THEN
114000        PERFORM 4300-FLAG-AMOUNT-OUT
114100     END-IF.
114200     WRITE PMGRPT-RECORD FROM RPT-AMOUNT-LINE.
114300
114400     MOVE 'GL POSTED (EXCLUDING REVERSALS)' TO RPT-AMT-TEXT.
114500     MOVE WS-GL-POSTED-TOTAL        TO RPT-AMT-FILE-AMT.
114600     MOVE WS-SUM-GL-POSTED          TO RPT-AMT-RUN-AMT.
114700     MOVE SPACES                    TO RPT-AMT-FLAG.
114800     IF WS-GL-POSTED-TOTAL NOT = WS-SUM-GL-POSTED  THEN
114900        PERFORM 4300-FLAG-AMOUNT-OUT
115000     END-IF.
115100     WRITE PMGRPT-RECORD FROM RPT-AMOUNT-LINE.
115200
115300     MOVE 'HISTORY APPENDS'         TO RPT-CNT-TEXT.
115400     MOVE WS-HIST-COUNT             TO RPT-CNT-FILE-COUNT.
115500     MOVE WS-SUM-HIST-COUNT         TO RPT-CNT-RUN-COUNT.
115600     MOVE SPACES                    TO RPT-CNT-FLAG.
115700     IF WS-HIST-COUNT NOT = WS-SUM-HIST-COUNT  THEN
115800        PERFORM 4200-FLAG-COUNT-OUT
115900     END-IF.
116000     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
116100
116200     MOVE 'HISTORY PAID'            TO RPT-AMT-TEXT.
116300     MOVE WS-HIST-PAID-TOTAL        TO RPT-AMT-FILE-AMT.
116400     MOVE WS-SUM-HIST-PAID          TO RPT-AMT-RUN-AMT.
116500     MOVE SPACES                    TO RPT-AMT-FLAG.
116600     IF WS-HIST-PAID-TOTAL NOT = WS-SUM-HIST-PAID  THEN
116700        PERFORM 4300-FLAG-AMOUNT-OUT
116800     END-IF.
116900     WRITE PMGRPT-RECORD FROM RPT-AMOUNT-LINE.
117000
117100*    THE REST ARE COUNTS FOR THE RECORD, NOT PROOFS.
117200     MOVE SPACES                    TO RPT-CNT-FLAG.
117300     MOVE ZERO                      TO RPT-CNT-RUN-COUNT.
117400     MOVE 'PRICED CLAIM LINES'      TO RPT-CNT-TEXT.
117500     MOVE WS-PRCOUT-COUNT           TO RPT-CNT-FILE-COUNT.
117600     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
117700     MOVE 'SUSPENSE RECORDS'        TO RPT-CNT-TEXT.
117800     MOVE WS-SUSP-COUNT             TO RPT-CNT-FILE-COUNT.
117900     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
118000     MOVE 'EXCEPTION QUEUE LINES'   TO RPT-CNT-TEXT.
118100     MOVE WS-EXCQ-COUNT             TO RPT-CNT-FILE-COUNT.
118200     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
118300     MOVE 'CROSS-PARTITION SAME-DAY SESSIONS' TO RPT-CNT-TEXT.
118400     MOVE WS-CROSS-PARTITION-COUNT  TO RPT-CNT-FILE-COUNT.
118500     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
118510     MOVE 'ACCUMULATOR POSTINGS'    TO RPT-CNT-TEXT.
118520     MOVE WS-POSTING-COUNT          TO RPT-CNT-FILE-COUNT.
118530     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
118540     MOVE 'MBIS POSTED BY 2+ PARTITIONS' TO RPT-CNT-TEXT.
118550     MOVE WS-SPLIT-MBI-COUNT        TO RPT-CNT-FILE-COUNT.
118560     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
118570     MOVE 'SPLIT-MBI POSTINGS QUEUED' TO RPT-CNT-TEXT.
118580     MOVE WS-SPLIT-POSTING-COUNT    TO RPT-CNT-FILE-COUNT.
118590     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
118600     MOVE 'GL RECORDS'              TO RPT-CNT-TEXT.
118700     MOVE WS-GL-RECORD-COUNT        TO RPT-CNT-FILE-COUNT.
118800     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
118900     MOVE 'NETWORK ACCUMULATION RECORDS' TO RPT-CNT-TEXT.
119000     MOVE WS-NETA-RECORD-COUNT      TO RPT-CNT-FILE-COUNT.
119100     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
119200     MOVE 'PRICED INDEX ENTRIES'    TO RPT-CNT-TEXT.
119300     MOVE WS-PIDX-COUNT             TO RPT-CNT-FILE-COUNT.
119400     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
119500     MOVE 'CHECKPOINT ENTRIES'      TO RPT-CNT-TEXT.
119600     MOVE WS-CKPT-COUNT             TO RPT-CNT-FILE-COUNT.
119700     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
119800     MOVE 'BENEFICIARY-DAY INDEX ENTRIES' TO RPT-CNT-TEXT.
119900     MOVE WS-BIDX-COUNT             TO RPT-CNT-FILE-COUNT.
120000     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
120100     MOVE 'ACKNOWLEDGMENT RECORDS'  TO RPT-CNT-TEXT.
120200     MOVE WS-ACK-COUNT              TO RPT-CNT-FILE-COUNT.
120300     WRITE PMGRPT-RECORD FROM RPT-COUNT-LINE.
120400
120500     EVALUATE TRUE
120600        WHEN MERGE-OUT-OF-BALANCE
120700           MOVE 'HELD - MERGE OUT OF BALANCE' TO RPT-STATUS-TEXT
120800        WHEN PARTITION-INTEGRITY-ERROR
120900           MOVE 'MERGED - PARTITION INTEGRITY ERROR' TO
121000                                   RPT-STATUS-TEXT
121100        WHEN OTHER
121200           MOVE 'MERGED - ALL PROOFS RECONCILED' TO
121300                                   RPT-STATUS-TEXT
121400     END-EVALUATE.
121500     WRITE PMGRPT-RECORD FROM RPT-STATUS-LINE.
121600/
121700 4200-FLAG-COUNT-OUT.
121800     MOVE '*** OUT ***'             TO RPT-CNT-FLAG.
121900     MOVE 'N'                       TO WS-BALANCE-SWITCH.
122000     IF WS-HOLD-REASON-TEXT = SPACES  THEN
122100        MOVE RPT-CNT-TEXT           TO WS-HOLD-REASON-TEXT
122200     END-IF.
122300     DISPLAY 'ESCALPMG - ' RPT-CNT-TEXT ' ' RPT-CNT-FILE-COUNT
122400        ' VS PARTITIONS ' RPT-CNT-RUN-COUNT.
122500/
122600 4300-FLAG-AMOUNT-OUT.
122700     MOVE '*** OUT ***'             TO RPT-AMT-FLAG.
122800     MOVE 'N'                       TO WS-BALANCE-SWITCH.
122900     IF WS-HOLD-REASON-TEXT = SPACES  THEN
123000        MOVE RPT-AMT-TEXT           TO WS-HOLD-REASON-TEXT
123100     END-IF.
123200     DISPLAY 'ESCALPMG - ' RPT-AMT-TEXT ' ' RPT-AMT-FILE-AMT
123300        ' VS PARTITIONS ' RPT-AMT-RUN-AMT.
123400/
123500******************************************************************
123600*  THE MERGED PRCTOT IS THE SUM OF THE PARTITIONS, AS PARTITION  *
123700*  00 OVER THE FULL PROVIDER RANGE.  AN UNBALANCED MERGE LEAVES  *
123800*  IT EMPTY SO THE BALANCING GATE (ESCALBAL) HOLDS THE NIGHT.    *
123900******************************************************************
124000 4500-WRITE-RUN-TOTALS.
124100     OPEN OUTPUT RUN-TOTALS-OUT.
124200     IF MERGE-IN-BALANCE  THEN
124300        MOVE SPACES                 TO RUN-TOTALS-RECORD
124400        MOVE WS-RUN-DATE            TO TOT-RUN-DATE
124500        MOVE WS-SUM-CLAIMS-IN       TO TOT-CLAIMS-IN
124600        MOVE WS-SUM-CLAIMS-PRICED   TO TOT-CLAIMS-PRICED
124700        MOVE WS-SUM-CLAIMS-DENIED   TO TOT-CLAIMS-DENIED
124800        MOVE WS-SUM-FINAL-PAY       TO TOT-FINAL-PAY-TOTAL
124900        MOVE WS-SUM-OUTLIER         TO TOT-OUTLIER-TOTAL
125000        MOVE WS-SUM-NET-PAY         TO TOT-NET-PAY-TOTAL
125100        MOVE WS-SUM-REVERSED        TO TOT-REVERSED-TOTAL
125200        MOVE WS-SUM-REMIT-COUNT     TO TOT-REMIT-DETAIL-COUNT
125300        MOVE WS-SUM-HIST-COUNT      TO TOT-HISTORY-COUNT
125400        MOVE WS-SUM-HIST-PAID       TO TOT-HISTORY-PAID-TOTAL
125500        MOVE WS-SUM-GL-POSTED       TO TOT-GL-POSTED-TOTAL
125600        MOVE ZERO                   TO TOT-PARTITION-NUMBER
125700        MOVE WS-PARTITION-COUNT     TO TOT-PARTITION-COUNT
125800        MOVE WS-PT-LOW (1)          TO TOT-LOW-PROVIDER
125900        MOVE WS-PT-HIGH (WS-PARTITION-COUNT) TO
126000                                   TOT-HIGH-PROVIDER
126100        MOVE WS-PT-READ (1)         TO TOT-CLAIMS-READ
126200        MOVE WS-INTEGRITY-SWITCH    TO TOT-INTEGRITY-SWITCH
126300        MOVE WS-ACK-REASON-TEXT     TO TOT-ACK-REASON-TEXT
126400        WRITE PRCTOT-RECORD FROM RUN-TOTALS-RECORD
126500     ELSE
126600        MOVE 16                     TO RETURN-CODE
126700        DISPLAY 'ESCALPMG - MERGE OUT OF BALANCE - PRCTOT LEFT '
126800           'EMPTY - ' WS-HOLD-REASON-TEXT
126900     END-IF.
127000     CLOSE RUN-TOTALS-OUT.
127100/
127200******************************************************************
127300*  RECORD HOW THE NIGHT ENDED AND ROLL THE ANCHOR FORWARD, AS A  *
127400*  SINGLE RUN DOES.  THE ANCHOR MOVES EVEN ON AN UNBALANCED      *
127500*  MERGE, BECAUSE THE MERGED INDEX AND CHECKPOINT FILES CARRY    *
127600*  TONIGHT'S STAMP EITHER WAY.                                   *
127700******************************************************************
127800 5100-RECORD-RUN-END.
127900     OPEN I-O RUN-CONTROL-FILE.
128000     ACCEPT WS-NOW-TIME FROM TIME.
128100     MOVE WS-RUN-DATE               TO RUNM-RUN-DATE.
128200     READ RUN-CONTROL-FILE
128300         INVALID KEY
128400            MOVE 'N'                TO WS-RUNM-FOUND-SWITCH
128500         NOT INVALID KEY
128600            MOVE 'Y'                TO WS-RUNM-FOUND-SWITCH
128700     END-READ.
128800     IF RUNM-RECORD-NOT-FOUND  THEN
128900        INITIALIZE RUN-CONTROL-RECORD
129000        MOVE WS-RUN-DATE            TO RUNM-RUN-DATE
129100        MOVE WS-START-TIME          TO RUNM-START-TIME
129200        MOVE ZERO                   TO RUNM-PRIOR-RUN-DATE
129300     END-IF.
129400     IF MERGE-OUT-OF-BALANCE  OR  PARTITION-INTEGRITY-ERROR  THEN
129500        MOVE 'E'                    TO RUNM-STATUS
129600     ELSE
129700        MOVE 'C'                    TO RUNM-STATUS
129800     END-IF.
129900     MOVE WS-NOW-TIME               TO RUNM-END-TIME.
130000     MOVE WS-SUM-CLAIMS-PRICED      TO RUNM-CLAIMS-PRICED.
130100     IF RUNM-RECORD-FOUND  THEN
130200        REWRITE RUN-CONTROL-RECORD
130300     ELSE
130400        WRITE RUN-CONTROL-RECORD
130500     END-IF.
130600
130700     MOVE ZERO                      TO RUNM-RUN-DATE.
130800     READ RUN-CONTROL-FILE
130900         INVALID KEY
131000            MOVE 'N'                TO WS-RUNM-FOUND-SWITCH
131100         NOT INVALID KEY
131200            MOVE 'Y'                TO WS-RUNM-FOUND-SWITCH
131300     END-READ.
131400     IF RUNM-RECORD-NOT-FOUND  THEN
131500        INITIALIZE RUN-CONTROL-RECORD
131600        MOVE ZERO                   TO RUNM-RUN-DATE
131700     END-IF.
131800     MOVE WS-RUN-DATE               TO RUNM-PRIOR-RUN-DATE.
131900     IF RUNM-RECORD-FOUND  THEN
132000        REWRITE RUN-CONTROL-RECORD
132100     ELSE
132200        WRITE RUN-CONTROL-RECORD
132300     END-IF.
132400     CLOSE RUN-CONTROL-FILE.
132500/
132600 5000-TERMINATE.
132700     IF (BENE-TABLE-FULL  OR  POSTING-TABLE-FULL)  AND
132750        RETURN-CODE < 4  THEN
132800        MOVE 4                      TO RETURN-CODE
132900     END-IF.
133000     CLOSE PRICED-CLAIM-OUT
133100           SUSPENSE-OUT
133200           EXCEPTION-QUEUE-OUT
133300           GL-EXTRACT-OUT
133400           REMIT-EXTRACT-OUT
133500           NETWORK-ACCUM-OUT
133600           PRICED-HISTORY-OUT
133700           PRICED-INDEX-OUT
133800           CHECKPOINT-OUT
133900           BENE-INDEX-OUT
134000           ACKNOWLEDGMENT-OUT
134100           MERGE-REPORT.
