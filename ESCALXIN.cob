000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALXIN.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALXIN - NEW PROGRAM
000700*         - X12 837I CLAIM INTAKE.  READS THE DAY'S 837
000800*           INSTITUTIONAL TRANSMISSIONS (X837IN, ONE SEGMENT TO A
000900*           RECORD AS THE EDI GATEWAY DELIVERS THEM) AND BUILDS
001000*           PRCCLM FROM THEM - THE HEADER RECORD, A 'C' CLAIM
001100*           HEADER AND ONE CLAIMXCPY DETAIL RECORD PER REVENUE
001200*           LINE FOR EVERY CLAIM TAKEN, AND THE TRAILER WITH ITS
001300*           COUNT AND HASH - READY FOR THE SORT STEP IN FRONT OF
001400*           ESCALRUN.  THE ISA/GS/ST ENVELOPES AND EVERY SEGMENT
001500*           ARE CHECKED; A TRANSACTION SET WITH ANY SYNTAX ERROR
001600*           IS REJECTED WHOLE ON A 999 (X999OUT) AND NONE OF ITS
001700*           CLAIMS REACH PRCCLM.  IN AN ACCEPTED SET, A CLAIM
001800*           THAT CANNOT BE PRICED - NOT A 72X BILL, NO CCN, NO
001900*           MBI, NO STATEMENT PERIOD, A LINE DATE OUTSIDE IT - IS
002000*           LEFT OFF PRCCLM AND RETURNED ON A 277CA (X277OUT).
002100*           ORIGINAL CLAIMS ARE GIVEN A CLAIM NUMBER HERE ('X',
002200*           THE JULIAN DATE, A DAILY SEQUENCE OFF X12CTL); A
002300*           REPLACEMENT OR VOID CARRIES THE ORIGINAL'S NUMBER.
002400*           PROVIDER FIELDS ARE FILLED FROM THE PSF AS THE
002500*           FALLBACK ESCALRUN ALREADY TREATS THEM AS.  RETURN CODE
002600*           0 WHEN EVERYTHING WAS TAKEN, 4 WHEN CLAIMS WERE
002700*           RETURNED ON THE 277CA, 8 WHEN AN INTERCHANGE, GROUP OR
002800*           SET WAS REJECTED, 16 WHEN X12CTL IS EMPTY AND NOTHING
002900*           WAS READ.
002912* 10/15/2026 ESCALXIN - VALUE CODES 48 (HEMOGLOBIN) AND 49
002924*           (HEMATOCRIT) ARE NOW TAKEN FROM THE HI SEGMENT, AND
002936*           THE FIRST TWO HCPCS MODIFIERS FROM EACH SV2.  THE
002948*           READINGS AND THE CLAIM'S FIRST ESA LINE (HCPCS, NDC,
002960*           UNITS, MODIFIERS AND CHARGE) RIDE THE FIRST DIALYSIS
002972*           LINE FOR THE ESA CLAIMS MONITORING POLICY; THE WORK
002984*           AND DETAIL RECORDS ARE RESIZED FOR THE LONGER EXTRACT.
002988* 10/15/2026 ESCALXIN - EACH SEPARATELY-BILLABLE LINE (HCPCS,
002992*           NDC, UNITS, CHARGE) IS NOW WRITTEN TO PRCCLM AS AN 'S'
002996*           RECORD BEHIND THE CLAIM HEADER FOR THE DERIVED MAP.
003000******************************************************************
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.            IBM-Z990.
003500 OBJECT-COMPUTER.            IBM-Z990.
003600 INPUT-OUTPUT  SECTION.
003700 FILE-CONTROL.
003800     SELECT X837-IN              ASSIGN TO X837IN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT SET-WORK-FILE        ASSIGN TO X837WK
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT ACCEPTED-WORK-FILE   ASSIGN TO X837AC
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT DAILY-CLAIM-OUT      ASSIGN TO PRCCLM
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT ACK-999-OUT          ASSIGN TO X999OUT
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT ACK-277-OUT          ASSIGN TO X277OUT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT X12-CONTROL          ASSIGN TO X12CTL
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT INTAKE-REPORT        ASSIGN TO X837RPT
005300         ORGANIZATION IS SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  X837-IN
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS F.
006000 01  X837IN-RECORD                  PIC X(512).
006100/
006200******************************************************************
006300*    ONE TRANSACTION SET'S CLAIMS, HELD UNTIL ITS SE SAYS WHETHER*
006400*    THE SET IS ACCEPTED.                                        *
006500******************************************************************
006600 FD  SET-WORK-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  SETWK-RECORD                   PIC X(579).
007000/
007100******************************************************************
007200*    EVERY ACCEPTED SET'S CLAIMS, HELD UNTIL THE PRCCLM HEADER   *
007300*    COUNTS ARE KNOWN.                                           *
007400******************************************************************
007500 FD  ACCEPTED-WORK-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800 01  ACCWK-RECORD                   PIC X(579).
007900/
008000 FD  DAILY-CLAIM-OUT
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300******************************************************************
008400*    THE PRCCLM HEADER AND TRAILER, AS ESCALRUN READS THEM.  THE *
008500*    CLAIM HEADERS AND DETAIL RECORDS COME OFF THE WORK FILE AS  *
008600*    THEY WERE BUILT.                                            *
008700******************************************************************
008800 01  PRCCLM-HEADER-RECORD.
008900     05  PRCCLM-HDR-RECORD-TYPE     PIC X(01).
009000     05  PRCCLM-HDR-RUN-DATE        PIC 9(08).
009100     05  PRCCLM-HDR-VERSION-EXPECTED
009200                                    PIC X(03).
009300     05  PRCCLM-HDR-PROVIDER-COUNT  PIC 9(07).
009400     05  PRCCLM-HDR-CLAIM-COUNT     PIC 9(07).
009500     05  FILLER                     PIC X(553).
009600 01  PRCCLM-TRAILER-RECORD.
009700     05  PRCCLM-TRL-RECORD-TYPE     PIC X(01).
009800     05  PRCCLM-TRL-CLAIM-COUNT     PIC 9(07).
009900     05  PRCCLM-TRL-HASH-TOTAL      PIC 9(11)V9(02).
010000     05  FILLER                     PIC X(558).
010100 01  PRCCLM-DETAIL-RECORD           PIC X(579).
010200/
010300 FD  ACK-999-OUT
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600 01  X999-RECORD                    PIC X(256).
010700/
010800 FD  ACK-277-OUT
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100 01  X277-RECORD                    PIC X(256).
011200/
011300 FD  X12-CONTROL
011400     LABEL RECORDS ARE STANDARD
011500     RECORDING MODE IS F.
011600 COPY X12CCPY.
011700/
011800 FD  INTAKE-REPORT
011900     LABEL RECORDS ARE STANDARD
012000     RECORDING MODE IS F.
012100 01  X837RPT-RECORD                 PIC X(132).
012200/
012300 WORKING-STORAGE SECTION.
012400 01  W-STORAGE-REF                  PIC X(46) VALUE
012500     'ESCALXIN      - W O R K I N G   S T O R A G E'.
012600
012700 01  WS-X837-EOF-SWITCH             PIC X(01) VALUE 'N'.
012800     88  X837-END-OF-FILE                      VALUE 'Y'.
012900 01  WS-WORK-EOF-SWITCH             PIC X(01) VALUE 'N'.
013000     88  WORK-END-OF-FILE                      VALUE 'Y'.
013100 01  WS-X12C-EOF-SWITCH             PIC X(01) VALUE 'N'.
013200     88  X12C-NOT-ON-FILE                      VALUE 'Y'.
013300     88  X12C-ON-FILE                          VALUE 'N'.
013400
013500******************************************************************
013600*  WHERE THE INBOUND FILE STANDS.  AN INTERCHANGE OR GROUP THAT  *
013700*  FAILS ITS HEADER EDITS IS 'R' AND EVERYTHING IN IT IS PASSED  *
013800*  OVER TO ITS TRAILER; A SET IN A REJECTED GROUP IS 'S'.        *
013900******************************************************************
014000 01  WS-INTERCHANGE-SWITCH          PIC X(01) VALUE 'N'.
014100     88  INTERCHANGE-OPEN                      VALUE 'Y'.
014200     88  INTERCHANGE-REJECTED                  VALUE 'R'.
014300     88  NO-INTERCHANGE                        VALUE 'N'.
014400 01  WS-GROUP-SWITCH                PIC X(01) VALUE 'N'.
014500     88  GROUP-OPEN                            VALUE 'Y'.
014600     88  GROUP-REJECTED                        VALUE 'R'.
014700     88  NO-GROUP                              VALUE 'N'.
014800 01  WS-SET-SWITCH                  PIC X(01) VALUE 'N'.
014900     88  SET-OPEN                              VALUE 'Y'.
015000     88  SET-SKIPPED                           VALUE 'S'.
015100     88  NO-SET                                VALUE 'N'.
015200 01  WS-SET-STATUS                  PIC X(01).
015300     88  SET-ACCEPTED                          VALUE 'A'.
015400     88  SET-REJECTED                          VALUE 'R'.
015500 01  WS-999-OPEN-SWITCH             PIC X(01) VALUE 'N'.
015600     88  OUTBOUND-999-OPEN                     VALUE 'Y'.
015700 01  WS-277-OPEN-SWITCH             PIC X(01) VALUE 'N'.
015800     88  OUTBOUND-277-OPEN                     VALUE 'Y'.
015900
016000 01  WS-TODAY                       PIC 9(08).
016100 01  WS-TODAY-R  REDEFINES  WS-TODAY.
016200     05  WS-TODAY-CC                PIC 9(02).
016300     05  WS-TODAY-YYMMDD            PIC 9(06).
016400 01  WS-TIME-NOW                    PIC 9(08).
016500 01  WS-TIME-NOW-R  REDEFINES  WS-TIME-NOW.
016600     05  WS-TIME-HHMM               PIC 9(04).
016700     05  FILLER                     PIC 9(04).
016800 01  WS-JULIAN-TODAY                PIC 9(07).
016900
017000******************************************************************
017100*  THE PRICER VERSION THE CLAIMS ARE BUILT FOR - KEPT IN STEP    *
017200*  WITH WS-CURRENT-VERSION IN ESCALRUN.                          *
017300******************************************************************
017400 01  WS-PRICER-VERSION              PIC X(03) VALUE '191'.
017500
017600******************************************************************
017700*  THE INBOUND SEPARATORS, TAKEN FROM EACH ISA.  OUTBOUND X12 IS *
017800*  ALWAYS WRITTEN WITH '*', ':' AND '^'.                         *
017900******************************************************************
018000 01  WS-IN-ELEMENT-SEPARATOR        PIC X(01) VALUE '*'.
018100 01  WS-IN-COMPONENT-SEPARATOR      PIC X(01) VALUE ':'.
018200
018300 01  WS-ISA-SENDER-QUALIFIER        PIC X(02).
018400 01  WS-ISA-SENDER-ID               PIC X(15).
018500 01  WS-ISA-RECEIVER-QUALIFIER      PIC X(02).
018600 01  WS-ISA-RECEIVER-ID             PIC X(15).
018700 01  WS-ISA-CONTROL                 PIC X(09).
018800 01  WS-ISA-USAGE                   PIC X(01).
018900 01  WS-ISA-GROUP-COUNT             PIC 9(05).
019000 01  WS-GS-FUNCTION                 PIC X(02).
019100 01  WS-GS-SENDER                   PIC X(15).
019200 01  WS-GS-RECEIVER                 PIC X(15).
019300 01  WS-GS-CONTROL                  PIC X(09).
019400 01  WS-GS-VERSION                  PIC X(12).
019500 01  WS-GS-SET-COUNT                PIC 9(05).
019600 01  WS-GS-SETS-ACCEPTED            PIC 9(05).
019700 01  WS-AK9-CODE                    PIC X(03).
019800 01  WS-ST-IDENTIFIER               PIC X(03).
019900 01  WS-ST-CONTROL                  PIC X(09).
020000 01  WS-ST-VERSION                  PIC X(35).
020100 01  WS-IK5-CODE                    PIC X(03).
020200 01  WS-TRAILER-COUNT-TEXT          PIC X(10).
020300 01  WS-TRAILER-CONTROL             PIC X(09).
020400 01  WS-TRAILER-COUNT               PIC 9(10).
020500 01  WS-NUMERIC-TEXT                PIC X(10) JUSTIFIED RIGHT.
020600 01  WS-NUMERIC-VALUE  REDEFINES  WS-NUMERIC-TEXT
020700                                    PIC 9(10).
020800 01  WS-BHT-REFERENCE               PIC X(30).
020900 01  WS-SUBMITTER-NAME              PIC X(35).
021000 01  WS-SUBMITTER-ID                PIC X(15).
021100
021200******************************************************************
021300*  THE SEGMENT IN HAND - ITS POSITION IN THE SET (ST IS 1) AND   *
021400*  THE LOOP IT OPENED OR BELONGS TO.                             *
021500******************************************************************
021600 01  WS-SET-SEGMENT-COUNT           PIC 9(06).
021700 01  WS-LOOP-ID                     PIC X(06).
021800 01  WS-SUB                         PIC 9(04).
021900 01  WS-HI-SUB                      PIC 9(02).
022000 01  WS-CODE-LENGTH                 PIC 9(03).
022100
022200******************************************************************
022300*  837I SEGMENTS THIS INTAKE RECOGNIZES.  ANY OTHER SEGMENT ID IN*
022400*  A SET IS AN UNRECOGNIZED SEGMENT AND REJECTS THE SET.         *
022500******************************************************************
022600 01  WS-SEGMENT-ID-VALUES.
022700     05  FILLER                     PIC X(30) VALUE
022800         'BHTNM1PERHL PRVCURN3 N4 REFSBR'.
022900     05  FILLER                     PIC X(30) VALUE
023000         'PATDMGCLMDTPCL1PWKCN1AMTK3 NTE'.
023100     05  FILLER                     PIC X(30) VALUE
023200         'CRCHI HCPCASOI MIAMOALX SV2LIN'.
023300     05  FILLER                     PIC X(30) VALUE
023400         'CTPSVDLQ FRMQTYMEA'.
023500 01  WS-SEGMENT-ID-TABLE  REDEFINES  WS-SEGMENT-ID-VALUES.
023600     05  WS-KNOWN-SEGMENT-ID  OCCURS 40 TIMES
023700                                    PIC X(03).
023800 01  WS-KNOWN-SEGMENT-COUNT         PIC 9(02) VALUE 36.
023900 01  WS-KNOWN-SWITCH                PIC X(01).
024000     88  SEGMENT-IS-KNOWN                      VALUE 'Y'.
024100
024200******************************************************************
024300*  DIALYSIS REVENUE CODES, WHOSE UNITS ARE THE SESSIONS BILLED.  *
024400******************************************************************
024500 01  WS-DIALYSIS-REV-VALUES.
024600     05  FILLER                     PIC X(24) VALUE
024700         '082108310841085108800881'.
024800 01  WS-DIALYSIS-REV-TABLE  REDEFINES  WS-DIALYSIS-REV-VALUES.
024900     05  WS-DIALYSIS-REV-CODE  OCCURS 6 TIMES
025000                                    PIC X(04).
025100
025200******************************************************************
025300*  REVENUE CENTERS WHOSE CHARGES COUNT TOWARD THE OUTLIER        *
025400*  SERVICES TOTAL - DRUGS, IV THERAPY, SUPPLIES, LABORATORY, AND *
025500*  THE ESA AND OTHER DRUG CODES UNDER 063X.                      *
025600******************************************************************
025700 01  WS-OUTLIER-REV-VALUES.
025800     05  FILLER                     PIC X(18) VALUE
025900         '025026027030031063'.
026000 01  WS-OUTLIER-REV-TABLE  REDEFINES  WS-OUTLIER-REV-VALUES.
026100     05  WS-OUTLIER-REV-CENTER  OCCURS 6 TIMES
026200                                    PIC X(03).
026210
026220******************************************************************
026230*  ESA HCPCS CODES - THE EPOETIN, DARBEPOETIN AND BIOSIMILAR     *
026240*  CODES THE ESA CLAIMS MONITORING POLICY APPLIES TO.  THE FIRST *
026250*  LINE BILLING ONE OF THEM IS THE CLAIM'S ESA LINE.             *
026260******************************************************************
026270 01  WS-ESA-HCPCS-VALUES.
026280     05  FILLER                     PIC X(40) VALUE
026290         'J0881J0882J0885J0887J0888Q4081Q5105Q5106'.
026292 01  WS-ESA-HCPCS-TABLE  REDEFINES  WS-ESA-HCPCS-VALUES.
026294     05  WS-ESA-HCPCS-CODE  OCCURS 8 TIMES
026296                                    PIC X(05).
026298 01  WS-ESA-LINE-SUB                PIC 9(03).
026300 01  WS-TABLE-SUB                   PIC 9(02).
026400 01  WS-LINE-KIND                   PIC X(01).
026500     88  LINE-IS-DIALYSIS                      VALUE 'D'.
026600     88  LINE-IS-OUTLIER-SERVICE               VALUE 'O'.
026700     88  LINE-IS-OTHER                         VALUE ' '.
026800
026900******************************************************************
027000*  WHY A CLAIM IN AN ACCEPTED SET WAS RETURNED - THE 277CA STATUS*
027100*  CODE, ITS ENTITY WHERE ONE APPLIES, AND THE REPORT TEXT.      *
027200******************************************************************
027300 01  WS-REJECT-REASON-VALUES.
027400     05  FILLER                     PIC X(45) VALUE
027500         '228  TYPE OF BILL IS NOT 72X'.
027600     05  FILLER                     PIC X(45) VALUE
027700         '535  CLAIM FREQUENCY CODE NOT 1, 7 OR 8'.
027800     05  FILLER                     PIC X(45) VALUE
027900         '464  NO ORIGINAL CLAIM NUMBER (REF F8)'.
028000     05  FILLER                     PIC X(45) VALUE
028100         '15385NO PROVIDER CCN (REF G2)'.
028200     05  FILLER                     PIC X(45) VALUE
028300         '164ILMBI MISSING OR NOT 11 CHARACTERS'.
028400     05  FILLER                     PIC X(45) VALUE
028500         '158ILPATIENT DATE OF BIRTH MISSING'.
028600     05  FILLER                     PIC X(45) VALUE
028700         '187  STATEMENT PERIOD MISSING OR INVALID'.
028800     05  FILLER                     PIC X(45) VALUE
028900         '187  LINE DATE MISSING OR OUTSIDE PERIOD'.
029000     05  FILLER                     PIC X(45) VALUE
029100         '178  CHARGE NEGATIVE OR TOO LARGE'.
029200     05  FILLER                     PIC X(45) VALUE
029300         '21   NO REVENUE LINES ON THE CLAIM'.
029400     05  FILLER                     PIC X(45) VALUE
029500         '21   DIALYSIS UNITS OVER 99 ON A LINE'.
029600     05  FILLER                     PIC X(45) VALUE
029700         '21   VALUE CODE AMOUNT OUT OF RANGE'.
029800     05  FILLER                     PIC X(45) VALUE
029900         '21   CLAIM NUMBERS FOR THE DAY USED UP'.
030000 01  WS-REJECT-REASON-TABLE  REDEFINES  WS-REJECT-REASON-VALUES.
030100     05  WS-REJECT-REASON  OCCURS 13 TIMES.
030200         10  WS-RR-STATUS-CODE      PIC X(03).
030300         10  WS-RR-ENTITY-CODE      PIC X(02).
030400         10  WS-RR-TEXT             PIC X(40).
030500
030600******************************************************************
030700*  THE CLAIM BEING GATHERED FROM ITS 2300 AND 2400 LOOPS.        *
030800******************************************************************
030900 01  WS-CLAIM-SWITCH                PIC X(01) VALUE 'N'.
031000     88  CLAIM-IN-PROGRESS                     VALUE 'Y'.
031100     88  NO-CLAIM-IN-PROGRESS                  VALUE 'N'.
031200 01  WS-CLAIM-REJECT-REASON         PIC 9(02).
031300 01  WS-CANDIDATE-REASON            PIC 9(02).
031400 01  WS-CLAIM-ACTION                PIC X(01).
031500 01  WS-SPACE-TALLY                 PIC 9(02).
031600 01  WS-CLAIM-DATA.
031700     05  WS-CLM-PATIENT-CONTROL     PIC X(38).
031800     05  WS-CLM-SEGMENT-POSITION    PIC 9(06).
031900     05  WS-CLM-CHARGE              PIC S9(11)V9(02).
032000     05  WS-CLM-CHARGE-TEXT         PIC X(18).
032100     05  WS-CLM-FACILITY-CODE       PIC X(02).
032200     05  WS-CLM-FREQUENCY           PIC X(01).
032300     05  WS-CLM-ORIGINAL-NUMBER     PIC X(30).
032400     05  WS-CLM-CL1-SWITCH          PIC X(01).
032500         88  CLM-CL1-PRESENT                   VALUE 'Y'.
032600     05  WS-CLM-FROM-DATE           PIC 9(08).
032700     05  WS-CLM-THRU-DATE           PIC 9(08).
032800     05  WS-CLM-PERIOD-SWITCH       PIC X(01).
032900         88  CLM-PERIOD-VALID                  VALUE 'Y'.
033000     05  WS-CLM-DIAG-COUNT          PIC 9(02).
033100     05  WS-CLM-DIAG-CODE  OCCURS 10 TIMES
033200                                    PIC X(07).
033300     05  WS-CLM-COND-COUNT          PIC 9(02).
033400     05  WS-CLM-COND-TABLE.
033500         10  WS-CLM-COND-CODE  OCCURS 4 TIMES
033600                                    PIC X(02).
033700     05  WS-CLM-HEIGHT              PIC S9(11)V9(02).
033800     05  WS-CLM-WEIGHT              PIC S9(11)V9(02).
033900     05  WS-CLM-VC-Q8               PIC S9(11)V9(02).
033910     05  WS-CLM-VC-48               PIC S9(11)V9(02).
033920     05  WS-CLM-VC-49               PIC S9(11)V9(02).
034000     05  WS-CLM-VALUE-ERROR-SWITCH  PIC X(01).
034100         88  CLM-VALUE-AMOUNT-BAD              VALUE 'Y'.
034200     05  WS-CLM-LINE-COUNT          PIC 9(03).
034300     05  WS-CLM-LINE  OCCURS 999 TIMES.
034400         10  WS-LIN-REV-CODE        PIC X(04).
034500         10  WS-LIN-HCPCS-CODE      PIC X(05).
034600         10  WS-LIN-SERVICE-DATE    PIC 9(08).
034700         10  WS-LIN-CHARGE          PIC S9(11)V9(02).
034800         10  WS-LIN-UNITS           PIC S9(11)V9(02).
034900         10  WS-LIN-NDC-CODE        PIC X(11).
034910         10  WS-LIN-MODIFIER  OCCURS 2 TIMES
034920                                    PIC X(02).
035000 01  WS-VALUE-CODE                  PIC X(02).
035100
035200******************************************************************
035300*  THE SUBMITTER, BILLING PROVIDER AND PATIENT - CARRIED FROM THE*
035400*  2000A/2000B LOOPS ONTO EVERY CLAIM UNDER THEM.                *
035500******************************************************************
035600 01  WS-BILLING-PROVIDER-NAME       PIC X(35).
035700 01  WS-BILLING-PROVIDER-NPI        PIC X(10).
035800 01  WS-BILLING-PROVIDER-CCN        PIC X(06).
035900 01  WS-PATIENT-MBI                 PIC X(20).
036000 01  WS-PATIENT-LAST-NAME           PIC X(35).
036100 01  WS-PATIENT-FIRST-NAME          PIC X(25).
036200 01  WS-PATIENT-DOB                 PIC 9(08).
036300 01  WS-PATIENT-MSP-SWITCH          PIC X(01).
036400
036500 01  WS-DATE-TEXT                   PIC X(17).
036600 01  WS-DATE-CHECK                  PIC 9(08).
036700 01  WS-DATE-CHECK-R  REDEFINES  WS-DATE-CHECK.
036800     05  WS-DATE-CHECK-CCYY         PIC 9(04).
036900     05  WS-DATE-CHECK-MM           PIC 9(02).
037000     05  WS-DATE-CHECK-DD           PIC 9(02).
037100 01  WS-MONTH-DAYS-VALUES           PIC X(24) VALUE
037200     '312931303130313130313031'.
037300 01  WS-MONTH-DAYS-TABLE  REDEFINES  WS-MONTH-DAYS-VALUES.
037400     05  WS-MONTH-DAYS  OCCURS 12 TIMES
037500                                    PIC 9(02).
037600 01  WS-DATE-VALID-SWITCH           PIC X(01).
037700     88  DATE-IS-VALID                         VALUE 'Y'.
037800 01  WS-FROM-DATE-TEXT              PIC X(08).
037900 01  WS-THRU-DATE-TEXT              PIC X(08).
038000
038100******************************************************************
038200*  CLAIMS RETURNED FROM THE SET IN HAND, WRITTEN TO THE 277CA    *
038300*  ONCE THE SET ITSELF IS ACCEPTED.                              *
038400******************************************************************
038500 01  WS-SET-REJECT-COUNT            PIC 9(04).
038600 01  WS-SET-RETURNED-COUNT          PIC 9(05).
038700 01  WS-SET-CLAIM-COUNT             PIC 9(05).
038800 01  WS-SET-REJECT-TOTAL            PIC S9(11)V9(02).
038900 01  WS-SET-REJECT-TABLE.
039000     05  WS-SET-REJECT  OCCURS 500 TIMES.
039100         10  WS-SRJ-PATIENT-CONTROL PIC X(38).
039200         10  WS-SRJ-MBI             PIC X(20).
039300         10  WS-SRJ-LAST-NAME       PIC X(35).
039400         10  WS-SRJ-FIRST-NAME      PIC X(25).
039500         10  WS-SRJ-PROVIDER-NAME   PIC X(35).
039600         10  WS-SRJ-PROVIDER-NPI    PIC X(10).
039700         10  WS-SRJ-PROVIDER-CCN    PIC X(06).
039800         10  WS-SRJ-BILL-TYPE       PIC X(03).
039900         10  WS-SRJ-FROM-DATE       PIC 9(08).
040000         10  WS-SRJ-THRU-DATE       PIC 9(08).
040100         10  WS-SRJ-CHARGE          PIC S9(11)V9(02).
040200         10  WS-SRJ-REASON          PIC 9(02).
040300 01  WS-REJECT-SUB                  PIC 9(04).
040400
040500******************************************************************
040600*  SYNTAX ERRORS FOUND ON THE SEGMENT IN HAND.  THEY ARE WRITTEN *
040700*  TO THE 999 ONLY ONCE THE SEGMENT'S OWN VALUES ARE SAVED, SINCE*
040800*  BUILDING AN OUTBOUND SEGMENT REUSES THE PARSED ELEMENTS.      *
040900******************************************************************
041000 01  WS-ERROR-QUEUE-COUNT           PIC 9(02) VALUE ZERO.
041100 01  WS-ERROR-QUEUE.
041200     05  WS-ERROR-ENTRY  OCCURS 20 TIMES.
041300         10  WS-ERR-KIND            PIC X(01).
041400             88  ERR-IS-SEGMENT                VALUE 'S'.
041500             88  ERR-IS-ELEMENT                VALUE 'E'.
041600         10  WS-ERR-SEGMENT-ID      PIC X(03).
041700         10  WS-ERR-POSITION        PIC 9(06).
041800         10  WS-ERR-LOOP-ID         PIC X(06).
041900         10  WS-ERR-ELEMENT         PIC 9(02).
042000         10  WS-ERR-COMPONENT       PIC 9(02).
042100         10  WS-ERR-CODE            PIC X(03).
042200 01  WS-ERROR-SUB                   PIC 9(02).
042300 01  WS-IK3-WRITTEN                 PIC 9(04).
042400 01  WS-IK3-SKIP-SWITCH             PIC X(01).
042500     88  IK3-SKIPPED                           VALUE 'Y'.
042600 01  WS-LAST-IK3-POSITION           PIC 9(06).
042700 01  WS-Q-KIND                      PIC X(01).
042800 01  WS-Q-SEGMENT-ID                PIC X(03).
042900 01  WS-Q-POSITION                  PIC 9(06).
043000 01  WS-Q-LOOP-ID                   PIC X(06).
043100 01  WS-Q-ELEMENT                   PIC 9(02).
043200 01  WS-Q-COMPONENT                 PIC 9(02).
043300 01  WS-Q-CODE                      PIC X(03).
043400
043500******************************************************************
043600*  PROVIDERS WITH CLAIMS ON PRCCLM, FOR THE HEADER COUNT.        *
043700******************************************************************
043800 01  WS-PROVIDER-COUNT              PIC 9(05) VALUE ZERO.
043900 01  WS-PROVIDER-TABLE.
044000     05  WS-PROVIDER-ENTRY  OCCURS 10000 TIMES
044100                                    PIC X(06).
044200 01  WS-PROVIDER-SUB                PIC 9(05).
044300 01  WS-PROVIDER-FOUND-SWITCH       PIC X(01).
044400     88  PROVIDER-ALREADY-COUNTED              VALUE 'Y'.
044500
044600******************************************************************
044700*  A 'C' CLAIM HEADER AHEAD OF EACH CLAIM'S DETAIL RECORDS, IN   *
044800*  THE LAYOUT ESCALRUN READS.                                    *
044900******************************************************************
045000 01  WS-CLAIM-HDR-RECORD.
045100     05  WS-CHR-RECORD-TYPE         PIC X(01) VALUE 'C'.
045200     05  WS-CHR-CLAIM-NUMBER        PIC X(13).
045300     05  WS-CHR-PROVIDER-NUMBER     PIC X(06).
045400     05  WS-CHR-BILLING-MONTH       PIC 9(06).
045500     05  WS-CHR-LINE-COUNT          PIC 9(03).
045600     05  FILLER                     PIC X(550) VALUE SPACES.
045700 01  WS-WORK-RECORD                 PIC X(579).
045800 01  WS-WORK-RECORD-R  REDEFINES  WS-WORK-RECORD.
045900     05  WS-WRK-RECORD-TYPE         PIC X(01).
046000     05  WS-WRK-CLAIM-NUMBER        PIC X(13).
046100     05  WS-WRK-PROVIDER-NUMBER     PIC X(06).
046200     05  FILLER                     PIC X(559).
046300
046400 COPY CLAIMXCPY.
046500 COPY XSPCPY.
046600 COPY PVXCPY.
046650 COPY SBLCPY.
046700 COPY PRVFCPY.
046800
046900 01  WS-NEW-CLAIM-NUMBER.
047000     05  WS-NCN-PREFIX              PIC X(01) VALUE 'X'.
047100     05  WS-NCN-JULIAN-DATE         PIC 9(07).
047200     05  WS-NCN-SEQUENCE            PIC 9(05).
047300 01  WS-DIALYSIS-LINE-SUB           PIC 9(03).
047400 01  WS-LINE-SUB                    PIC 9(03).
047500 01  WS-NDC-SUB                     PIC 9(02).
047600 01  WS-OUTLIER-TOTAL               PIC S9(11)V9(02).
047700
047800******************************************************************
047900*  RUN TOTALS.                                                   *
048000******************************************************************
048100 01  WS-SEGMENTS-READ               PIC 9(09) VALUE ZERO.
048200 01  WS-INTERCHANGES-READ           PIC 9(07) VALUE ZERO.
048300 01  WS-INTERCHANGES-REJECTED       PIC 9(07) VALUE ZERO.
048400 01  WS-GROUPS-READ                 PIC 9(07) VALUE ZERO.
048500 01  WS-GROUPS-REJECTED             PIC 9(07) VALUE ZERO.
048600 01  WS-SETS-READ                   PIC 9(07) VALUE ZERO.
048700 01  WS-SETS-REJECTED               PIC 9(07) VALUE ZERO.
048800 01  WS-CLAIMS-READ                 PIC 9(07) VALUE ZERO.
048900 01  WS-CLAIMS-REJECTED             PIC 9(07) VALUE ZERO.
049000 01  WS-CLAIMS-ACCEPTED             PIC 9(07) VALUE ZERO.
049100 01  WS-DETAIL-COUNT                PIC 9(07) VALUE ZERO.
049200 01  WS-HASH-TOTAL                  PIC 9(11)V9(02) VALUE ZERO.
049300 01  WS-SET-DETAIL-COUNT            PIC 9(07).
049400 01  WS-SET-HASH-TOTAL              PIC 9(11)V9(02).
049500
049600******************************************************************
049700*  OUTBOUND X12.  EACH FUNCTIONAL ACKNOWLEDGMENT OR CLAIM        *
049800*  ACKNOWLEDGMENT FILE IS ONE INTERCHANGE BACK TO THE SUBMITTER, *
049900*  WITH THE CONTROL NUMBERS TAKEN FROM X12CTL.                   *
050000******************************************************************
050100 01  WS-OUT-ISA.
050200     05  FILLER                     PIC X(04) VALUE 'ISA*'.
050300     05  FILLER                     PIC X(14) VALUE
050400         '00*          *'.
050500     05  FILLER                     PIC X(14) VALUE
050600         '00*          *'.
050700     05  WS-OISA-SENDER-QUALIFIER   PIC X(02).
050800     05  FILLER                     PIC X(01) VALUE '*'.
050900     05  WS-OISA-SENDER-ID          PIC X(15).
051000     05  FILLER                     PIC X(01) VALUE '*'.
051100     05  WS-OISA-RECEIVER-QUALIFIER
051200                                    PIC X(02).
051300     05  FILLER                     PIC X(01) VALUE '*'.
051400     05  WS-OISA-RECEIVER-ID        PIC X(15).
051500     05  FILLER                     PIC X(01) VALUE '*'.
051600     05  WS-OISA-DATE               PIC 9(06).
051700     05  FILLER                     PIC X(01) VALUE '*'.
051800     05  WS-OISA-TIME               PIC 9(04).
051900     05  FILLER                     PIC X(09) VALUE '*^*00501*'.
052000     05  WS-OISA-CONTROL            PIC 9(09).
052100     05  FILLER                     PIC X(03) VALUE '*0*'.
052200     05  WS-OISA-USAGE              PIC X(01).
052300     05  FILLER                     PIC X(02) VALUE '*:'.
052400 01  WS-OUT-FILE-KIND               PIC X(01).
052500     88  OUTBOUND-IS-999                       VALUE '9'.
052600     88  OUTBOUND-IS-277                       VALUE '7'.
052700 01  WS-OUT-SEGMENT                 PIC X(256).
052800 01  WS-OUT-999-SETS                PIC 9(05).
052900 01  WS-OUT-999-SEGMENTS            PIC 9(06).
053000 01  WS-OUT-999-GROUP               PIC 9(09).
053100 01  WS-OUT-999-ISA                 PIC 9(09).
053200 01  WS-OUT-277-SETS                PIC 9(05).
053300 01  WS-OUT-277-SEGMENTS            PIC 9(06).
053400 01  WS-OUT-277-GROUP               PIC 9(09).
053500 01  WS-OUT-277-ISA                 PIC 9(09).
053600 01  WS-OUT-ST-CONTROL              PIC 9(04).
053700 01  WS-OUT-HL-COUNT                PIC 9(06).
053800 01  WS-HL-PARENT                   PIC 9(06).
053900 01  WS-HL-LEVEL-CODE               PIC X(02).
054000 01  WS-OUT-PROVIDER-HL             PIC 9(06).
054100 01  WS-FORMAT-NUMBER               PIC 9(09).
054200 01  WS-FORMAT-EDIT                 PIC Z(08)9.
054300 01  WS-FORMAT-AMOUNT               PIC S9(11)V9(02).
054400 01  WS-FORMAT-AMOUNT-EDIT          PIC -(11)9.99.
054500 01  WS-FORMAT-TEXT                 PIC X(18).
054600 01  WS-FORMAT-POINTER              PIC 9(02).
054700
054800******************************************************************
054900*  THE INTAKE REPORT.                                            *
055000******************************************************************
055100 01  RPT-HEADING-1.
055200     05  FILLER                     PIC X(01) VALUE '1'.
055300     05  FILLER                     PIC X(10) VALUE 'ESCALXIN'.
055400     05  FILLER                     PIC X(40) VALUE
055500         '837I CLAIM INTAKE - TRANSLATION REPORT'.
055600     05  FILLER                     PIC X(10) VALUE 'RUN DATE '.
055700     05  RPT-H1-RUN-DATE            PIC 9(08).
055800     05  FILLER                     PIC X(63) VALUE SPACES.
055900 01  RPT-HEADING-2.
056000     05  FILLER                     PIC X(01) VALUE ' '.
056100     05  FILLER                     PIC X(11) VALUE 'LEVEL'.
056200     05  FILLER                     PIC X(16) VALUE 'SENDER'.
056300     05  FILLER                     PIC X(11) VALUE 'CONTROL'.
056400     05  FILLER                     PIC X(39) VALUE
056500         'CLAIM / PATIENT CONTROL'.
056600     05  FILLER                     PIC X(07) VALUE 'CCN'.
056700     05  FILLER                     PIC X(17) VALUE 'CHARGE'.
056800     05  FILLER                     PIC X(30) VALUE 'REASON'.
056900 01  RPT-DETAIL-LINE.
057000     05  RPT-D-CC                   PIC X(01) VALUE ' '.
057100     05  RPT-D-LEVEL                PIC X(11).
057200     05  RPT-D-SENDER               PIC X(16).
057300     05  RPT-D-CONTROL              PIC X(11).
057400     05  RPT-D-CLAIM                PIC X(39).
057500     05  RPT-D-CCN                  PIC X(07).
057600     05  RPT-D-CHARGE-AREA.
057700         10  RPT-D-CHARGE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
057800     05  FILLER                     PIC X(01) VALUE SPACE.
057900     05  RPT-D-REASON               PIC X(29).
058000 01  RPT-TOTAL-LINE.
058100     05  FILLER                     PIC X(01) VALUE ' '.
058200     05  RPT-T-LABEL                PIC X(40).
058300     05  RPT-T-COUNT                PIC ZZZ,ZZZ,ZZ9.
058400     05  FILLER                     PIC X(80) VALUE SPACES.
058500 01  RPT-TOTAL-AMOUNT-LINE.
058600     05  FILLER                     PIC X(01) VALUE ' '.
058700     05  RPT-TA-LABEL               PIC X(40).
058800     05  RPT-TA-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
058900     05  FILLER                     PIC X(74) VALUE SPACES.
059000/
059100 PROCEDURE DIVISION.
059200
059300 0000-MAINLINE.
059400     PERFORM 1000-INITIALIZE.
059500     IF X12C-ON-FILE  THEN
059600        PERFORM 2000-PROCESS-ONE-SEGMENT
059700           UNTIL X837-END-OF-FILE
059800        PERFORM 2900-CLOSE-OPEN-ENVELOPES
059900        PERFORM 8000-BUILD-DAILY-CLAIM-FILE
060000        PERFORM 8900-PRINT-TOTALS
060100     END-IF.
060200     PERFORM 9000-TERMINATE.
060300     GOBACK.
060400/
060500 1000-INITIALIZE.
060600     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
060700     ACCEPT WS-TIME-NOW          FROM TIME.
060800     ACCEPT WS-JULIAN-TODAY      FROM DAY YYYYDDD.
060900
061000*    THE CONTROL RECORD IS HELD OPEN AND REWRITTEN WITH THE NEXT
061100*    INTERCHANGE, GROUP AND CLAIM NUMBERS AT THE END OF THE RUN.
061200     OPEN I-O    X12-CONTROL.
061300     READ X12-CONTROL
061400         AT END
061500           MOVE 'Y'                 TO WS-X12C-EOF-SWITCH
061600           DISPLAY 'ESCALXIN - X12CTL IS EMPTY - NO CONTROL '
061700              'NUMBERS ON HAND, X837IN NOT READ'
061800     END-READ.
061900     IF X12C-ON-FILE  THEN
062000        IF X12C-CLAIM-JULIAN-DATE NOT = WS-JULIAN-TODAY  THEN
062100           MOVE WS-JULIAN-TODAY     TO X12C-CLAIM-JULIAN-DATE
062200           MOVE ZERO                TO X12C-LAST-CLAIM-SEQUENCE
062300        END-IF
062400        MOVE WS-JULIAN-TODAY        TO WS-NCN-JULIAN-DATE
062500        OPEN INPUT  X837-IN
062600        OPEN OUTPUT ACCEPTED-WORK-FILE
062700        OPEN OUTPUT ACK-999-OUT
062800        OPEN OUTPUT ACK-277-OUT
062900        OPEN OUTPUT INTAKE-REPORT
063000        MOVE WS-TODAY               TO RPT-H1-RUN-DATE
063100        WRITE X837RPT-RECORD     FROM RPT-HEADING-1
063200        WRITE X837RPT-RECORD     FROM RPT-HEADING-2
063300        MOVE SPACES                 TO X837RPT-RECORD
063400        WRITE X837RPT-RECORD
063500        PERFORM 2010-READ-X837
063600     END-IF.
063700/
063800******************************************************************
063900*  ONE INBOUND SEGMENT.  THE SEPARATORS ARE TAKEN FROM EACH ISA  *
064000*  AT ITS FIXED POSITIONS BEFORE IT IS SPLIT; THE ENVELOPE       *
064100*  SEGMENTS OPEN AND CLOSE THE INTERCHANGE, GROUP AND SET, AND   *
064200*  EVERYTHING ELSE BELONGS TO THE SET IN HAND.                   *
064300******************************************************************
064400 2000-PROCESS-ONE-SEGMENT.
064500     IF X837IN-RECORD (1:3) = 'ISA'  THEN
064600        MOVE X837IN-RECORD (4:1)    TO WS-IN-ELEMENT-SEPARATOR
064700        MOVE X837IN-RECORD (105:1)  TO WS-IN-COMPONENT-SEPARATOR
064800     END-IF.
064900     MOVE X837IN-RECORD             TO XSP-SEGMENT.
065000     PERFORM 8300-SPLIT-INBOUND-SEGMENT.
065100
065200     EVALUATE XSP-SEGMENT-ID
065300        WHEN 'ISA'
065400           PERFORM 2100-START-INTERCHANGE
065500        WHEN 'IEA'
065600           PERFORM 2200-END-INTERCHANGE
065700        WHEN 'GS '
065800           PERFORM 2300-START-GROUP
065900        WHEN 'GE '
066000           PERFORM 2400-END-GROUP
066100        WHEN 'ST '
066200           PERFORM 2500-START-SET
066300        WHEN 'SE '
066400           PERFORM 2600-END-SET
066500        WHEN OTHER
066600           PERFORM 2800-PROCESS-SET-SEGMENT
066700     END-EVALUATE.
066800
066900     PERFORM 2010-READ-X837.
067000/
067100 2010-READ-X837.
067200     READ X837-IN
067300         AT END
067400           MOVE 'Y'                 TO WS-X837-EOF-SWITCH
067500         NOT AT END
067600           ADD 1                    TO WS-SEGMENTS-READ
067700     END-READ.
067800/
067900******************************************************************
068000*  CLOSING AN UNENDED ENVELOPE WRITES ACKNOWLEDGMENT SEGMENTS    *
068100*  THROUGH THE SAME ELEMENT TABLE, SO THE SEGMENT IN HAND IS     *
068200*  SPLIT AGAIN BEFORE ITS OWN ELEMENTS ARE READ.                 *
068300******************************************************************
068400 2020-RESPLIT-SEGMENT.
068500     MOVE X837IN-RECORD             TO XSP-SEGMENT.
068600     PERFORM 8300-SPLIT-INBOUND-SEGMENT.
068700/
068800******************************************************************
068900*  ISA - A NEW INTERCHANGE.  ONE THAT FAILS ITS EDITS IS PASSED  *
069000*  OVER TO ITS IEA AND REPORTED; ITS GROUPS ARE NOT ACKNOWLEDGED.*
069100******************************************************************
069200 2100-START-INTERCHANGE.
069300     IF NOT NO-INTERCHANGE  THEN
069400        PERFORM 2250-CLOSE-UNENDED-INTERCHANGE
069500        PERFORM 2020-RESPLIT-SEGMENT
069600     END-IF.
069700     ADD 1                          TO WS-INTERCHANGES-READ.
069800     MOVE ZERO                      TO WS-ISA-GROUP-COUNT.
069900     MOVE XSP-ELEMENT (5)           TO WS-ISA-SENDER-QUALIFIER.
070000     MOVE XSP-ELEMENT (6)           TO WS-ISA-SENDER-ID.
070100     MOVE XSP-ELEMENT (7)           TO WS-ISA-RECEIVER-QUALIFIER.
070200     MOVE XSP-ELEMENT (8)           TO WS-ISA-RECEIVER-ID.
070300     MOVE XSP-ELEMENT (13)          TO WS-ISA-CONTROL.
070400     MOVE XSP-ELEMENT (15)          TO WS-ISA-USAGE.
070500     MOVE 'N'                       TO WS-999-OPEN-SWITCH
070600                                       WS-277-OPEN-SWITCH.
070700
070800     MOVE SPACES                    TO RPT-D-REASON.
070900     EVALUATE TRUE
071000        WHEN XSP-ELEMENT-COUNT NOT = 16  OR
071100             NOT XSP-REQUEST-OK
071200           MOVE 'ISA IS NOT 16 ELEMENTS' TO RPT-D-REASON
071300        WHEN XSP-ELEMENT (12) NOT = '00501'
071400           MOVE 'ISA12 VERSION IS NOT 00501' TO RPT-D-REASON
071500        WHEN XSP-ELEMENT-LENGTH (13) NOT = 9  OR
071600             XSP-ELEMENT (13) (1:9) NOT NUMERIC
071700           MOVE 'ISA13 CONTROL NUMBER INVALID' TO RPT-D-REASON
071800        WHEN WS-ISA-USAGE NOT = 'P'  AND
071900             WS-ISA-USAGE NOT = 'T'
072000           MOVE 'ISA15 USAGE IS NOT P OR T' TO RPT-D-REASON
072100     END-EVALUATE.
072200
072300     IF RPT-D-REASON = SPACES  THEN
072400        MOVE 'Y'                    TO WS-INTERCHANGE-SWITCH
072500     ELSE
072600        MOVE 'R'                    TO WS-INTERCHANGE-SWITCH
072700        ADD 1                       TO WS-INTERCHANGES-REJECTED
072800        MOVE 'INTERCHANGE'          TO RPT-D-LEVEL
072900        PERFORM 7000-REPORT-ENVELOPE-ERROR
073000     END-IF.
073100/
073200******************************************************************
073300*  IEA - THE INTERCHANGE ENDS.  ITS GROUP COUNT AND CONTROL      *
073400*  NUMBER MUST AGREE WITH THE ISA; THE ACKNOWLEDGMENTS ALREADY   *
073500*  STAND, SO A MISMATCH IS REPORTED ONLY.                        *
073600******************************************************************
073700 2200-END-INTERCHANGE.
073800     IF NO-INTERCHANGE  THEN
073900        MOVE 'INTERCHANGE'          TO RPT-D-LEVEL
074000        MOVE 'IEA WITHOUT AN ISA'   TO RPT-D-REASON
074100        PERFORM 7000-REPORT-ENVELOPE-ERROR
074200     ELSE
074300        IF INTERCHANGE-OPEN  THEN
074400           MOVE 1                   TO WS-SUB
074500           PERFORM 8400-ELEMENT-TO-COUNT
074600           IF WS-TRAILER-COUNT NOT = WS-ISA-GROUP-COUNT  OR
074700              XSP-ELEMENT (2) NOT = WS-ISA-CONTROL  THEN
074800              ADD 1                 TO WS-INTERCHANGES-REJECTED
074900              MOVE 'INTERCHANGE'    TO RPT-D-LEVEL
075000              MOVE 'IEA COUNT OR CONTROL NUMBER DISAGREES'
075100                                    TO RPT-D-REASON
075200              PERFORM 7000-REPORT-ENVELOPE-ERROR
075300           END-IF
075400        END-IF
075500        PERFORM 2260-CLOSE-INTERCHANGE
075600     END-IF.
075700/
075800 2250-CLOSE-UNENDED-INTERCHANGE.
075900     IF INTERCHANGE-OPEN  THEN
076000        ADD 1                       TO WS-INTERCHANGES-REJECTED
076100        MOVE 'INTERCHANGE'          TO RPT-D-LEVEL
076200        MOVE 'IEA MISSING'          TO RPT-D-REASON
076300        PERFORM 7000-REPORT-ENVELOPE-ERROR
076400     END-IF.
076500     PERFORM 2260-CLOSE-INTERCHANGE.
076600/
076700 2260-CLOSE-INTERCHANGE.
076800     IF NOT NO-GROUP  THEN
076900        PERFORM 2450-CLOSE-UNENDED-GROUP
077000     END-IF.
077100     IF OUTBOUND-999-OPEN  THEN
077200        MOVE '9'                    TO WS-OUT-FILE-KIND
077300        PERFORM 8250-END-OUTBOUND-INTERCHANGE
077400     END-IF.
077500     IF OUTBOUND-277-OPEN  THEN
077600        MOVE '7'                    TO WS-OUT-FILE-KIND
077700        PERFORM 8250-END-OUTBOUND-INTERCHANGE
077800     END-IF.
077900     MOVE 'N'                       TO WS-INTERCHANGE-SWITCH.
078000/
078100******************************************************************
078200*  GS - A NEW FUNCTIONAL GROUP, ANSWERED BY ONE 999 TRANSACTION  *
078300*  SET.  A GROUP THAT IS NOT AN 837I GROUP OR CARRIES A BAD      *
078400*  CONTROL NUMBER IS REJECTED WHOLE ON ITS AK9.                  *
078500******************************************************************
078600 2300-START-GROUP.
078700     IF NOT NO-GROUP  THEN
078800        PERFORM 2450-CLOSE-UNENDED-GROUP
078900        PERFORM 2020-RESPLIT-SEGMENT
079000     END-IF.
079100     IF NOT INTERCHANGE-OPEN  THEN
079200        IF NO-INTERCHANGE  THEN
079300           MOVE 'GROUP'             TO RPT-D-LEVEL
079400           MOVE 'GS WITHOUT AN ISA' TO RPT-D-REASON
079500           PERFORM 7000-REPORT-ENVELOPE-ERROR
079600        END-IF
079700        MOVE 'R'                    TO WS-GROUP-SWITCH
079800     ELSE
079900        ADD 1                       TO WS-GROUPS-READ
080000                                       WS-ISA-GROUP-COUNT
080100        MOVE ZERO                   TO WS-GS-SET-COUNT
080200                                       WS-GS-SETS-ACCEPTED
080300        MOVE XSP-ELEMENT (1)        TO WS-GS-FUNCTION
080400        MOVE XSP-ELEMENT (2)        TO WS-GS-SENDER
080500        MOVE XSP-ELEMENT (3)        TO WS-GS-RECEIVER
080600        MOVE XSP-ELEMENT (6)        TO WS-GS-CONTROL
080700        MOVE XSP-ELEMENT (8)        TO WS-GS-VERSION
080800        MOVE SPACES                 TO WS-AK9-CODE
080900        EVALUATE TRUE
081000           WHEN WS-GS-FUNCTION NOT = 'HC'
081100              MOVE '1'              TO WS-AK9-CODE
081200           WHEN WS-GS-VERSION NOT = '005010X223A2'
081300              MOVE '2'              TO WS-AK9-CODE
081400           WHEN XSP-ELEMENT-LENGTH (6) = ZERO  OR
081500                XSP-ELEMENT-LENGTH (6) > 9
081600              MOVE '6'              TO WS-AK9-CODE
081700           WHEN XSP-ELEMENT (6) (1:XSP-ELEMENT-LENGTH (6))
081800                NOT NUMERIC
081900              MOVE '6'              TO WS-AK9-CODE
082000        END-EVALUATE
082100        IF WS-AK9-CODE = SPACES  THEN
082200           MOVE 'Y'                 TO WS-GROUP-SWITCH
082300        ELSE
082400           MOVE 'R'                 TO WS-GROUP-SWITCH
082500        END-IF
082600
082700        MOVE '9'                    TO WS-OUT-FILE-KIND
082800        IF NOT OUTBOUND-999-OPEN  THEN
082900           PERFORM 8200-START-OUTBOUND-INTERCHANGE
083000        END-IF
083100        PERFORM 8210-START-OUTBOUND-SET
083200        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
083300        MOVE 'AK1'                  TO XSP-SEGMENT-ID
083400        MOVE WS-GS-FUNCTION         TO XSP-ELEMENT (1)
083500        MOVE WS-GS-CONTROL          TO XSP-ELEMENT (2)
083600        MOVE WS-GS-VERSION          TO XSP-ELEMENT (3)
083700        PERFORM 8100-WRITE-999-SEGMENT
083800     END-IF.
083900/
084000******************************************************************
084100*  GE - THE GROUP ENDS.  ITS SET COUNT AND CONTROL NUMBER MUST   *
084200*  AGREE WITH WHAT WAS READ.                                     *
084300******************************************************************
084400 2400-END-GROUP.
084500     IF NO-GROUP  THEN
084600        IF INTERCHANGE-OPEN  THEN
084700           MOVE 'GROUP'             TO RPT-D-LEVEL
084800           MOVE 'GE WITHOUT A GS'   TO RPT-D-REASON
084900           PERFORM 7000-REPORT-ENVELOPE-ERROR
085000        END-IF
085100     ELSE
085200        IF NOT NO-SET  THEN
085300           PERFORM 2650-CLOSE-UNENDED-SET
085400           PERFORM 2020-RESPLIT-SEGMENT
085500        END-IF
085600        IF GROUP-OPEN  THEN
085700           MOVE 1                   TO WS-SUB
085800           PERFORM 8400-ELEMENT-TO-COUNT
085900           IF WS-TRAILER-COUNT NOT = WS-GS-SET-COUNT  THEN
086000              MOVE '5'              TO WS-AK9-CODE
086100           ELSE
086200              IF XSP-ELEMENT (2) NOT = WS-GS-CONTROL  THEN
086300                 MOVE '4'           TO WS-AK9-CODE
086400              END-IF
086500           END-IF
086600        END-IF
086700        PERFORM 2460-CLOSE-GROUP
086800     END-IF.
086900/
087000 2450-CLOSE-UNENDED-GROUP.
087100     IF NOT NO-SET  THEN
087200        PERFORM 2650-CLOSE-UNENDED-SET
087300     END-IF.
087400     IF GROUP-OPEN  THEN
087500        MOVE '3'                    TO WS-AK9-CODE
087600     END-IF.
087700     PERFORM 2460-CLOSE-GROUP.
087800/
087900******************************************************************
088000*  AK9 - THE GROUP IS ACCEPTED WHEN EVERY SET WAS, PARTIALLY     *
088100*  ACCEPTED WHEN SOME WERE, AND REJECTED WHEN NONE WERE OR THE   *
088200*  GROUP ITSELF FAILED.                                          *
088300******************************************************************
088400 2460-CLOSE-GROUP.
088500     IF INTERCHANGE-OPEN  THEN
088600        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
088700        MOVE 'AK9'                  TO XSP-SEGMENT-ID
088800        EVALUATE TRUE
088900           WHEN WS-AK9-CODE NOT = SPACES
089000              MOVE 'R'              TO XSP-ELEMENT (1)
089100           WHEN WS-GS-SETS-ACCEPTED = WS-GS-SET-COUNT
089200              MOVE 'A'              TO XSP-ELEMENT (1)
089300           WHEN WS-GS-SETS-ACCEPTED = ZERO
089400              MOVE 'R'              TO XSP-ELEMENT (1)
089500           WHEN OTHER
089600              MOVE 'P'              TO XSP-ELEMENT (1)
089700        END-EVALUATE
089800        MOVE WS-GS-SET-COUNT        TO WS-FORMAT-NUMBER
089900        PERFORM 8500-FORMAT-COUNT
090000        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (2)
090100                                       XSP-ELEMENT (3)
090200        MOVE WS-GS-SETS-ACCEPTED    TO WS-FORMAT-NUMBER
090300        PERFORM 8500-FORMAT-COUNT
090400        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (4)
090500        MOVE WS-AK9-CODE            TO XSP-ELEMENT (5)
090600        PERFORM 8100-WRITE-999-SEGMENT
090700        MOVE '9'                    TO WS-OUT-FILE-KIND
090800        PERFORM 8220-END-OUTBOUND-SET
090900        IF WS-AK9-CODE NOT = SPACES  THEN
091000           ADD 1                    TO WS-GROUPS-REJECTED
091100           MOVE 'GROUP'             TO RPT-D-LEVEL
091200           EVALUATE WS-AK9-CODE
091300              WHEN '1'
091400                 MOVE 'GS01 IS NOT HC' TO RPT-D-REASON
091500              WHEN '2'
091600                 MOVE 'GS08 IS NOT 005010X223A2' TO RPT-D-REASON
091700              WHEN '3'
091800                 MOVE 'GE MISSING'  TO RPT-D-REASON
091900              WHEN '4'
092000                 MOVE 'GE CONTROL NUMBER DISAGREES'
092100                                    TO RPT-D-REASON
092200              WHEN '5'
092300                 MOVE 'GE SET COUNT DISAGREES' TO RPT-D-REASON
092400              WHEN OTHER
092500                 MOVE 'GS06 CONTROL NUMBER INVALID'
092600                                    TO RPT-D-REASON
092700           END-EVALUATE
092800           PERFORM 7000-REPORT-ENVELOPE-ERROR
092900        END-IF
093000     END-IF.
093100     MOVE 'N'                       TO WS-GROUP-SWITCH.
093200/
093300******************************************************************
093400*  ST - A NEW TRANSACTION SET.  ITS CLAIMS ARE HELD ON X837WK    *
093500*  UNTIL ITS SE SHOWS WHETHER THE SET IS ACCEPTED.               *
093600******************************************************************
093700 2500-START-SET.
093800     IF NOT NO-SET  THEN
093900        PERFORM 2650-CLOSE-UNENDED-SET
094000        PERFORM 2020-RESPLIT-SEGMENT
094100     END-IF.
094200     IF NO-GROUP  THEN
094300        IF INTERCHANGE-OPEN  THEN
094400           MOVE 'SET'               TO RPT-D-LEVEL
094500           MOVE 'ST WITHOUT A GS'   TO RPT-D-REASON
094600           PERFORM 7000-REPORT-ENVELOPE-ERROR
094700        END-IF
094800        MOVE 'S'                    TO WS-SET-SWITCH
094900     ELSE
095000        IF GROUP-REJECTED  THEN
095100           IF INTERCHANGE-OPEN  THEN
095200              ADD 1                 TO WS-GS-SET-COUNT
095300           END-IF
095400           MOVE 'S'                 TO WS-SET-SWITCH
095500        ELSE
095600           PERFORM 2510-OPEN-SET
095700        END-IF
095800     END-IF.
095900/
096000 2510-OPEN-SET.
096100     ADD 1                          TO WS-GS-SET-COUNT
096200                                       WS-SETS-READ.
096300     MOVE 'Y'                       TO WS-SET-SWITCH.
096400     MOVE 'A'                       TO WS-SET-STATUS.
096500     MOVE XSP-ELEMENT (1)           TO WS-ST-IDENTIFIER.
096600     MOVE XSP-ELEMENT (2)           TO WS-ST-CONTROL.
096700     MOVE XSP-ELEMENT (3)           TO WS-ST-VERSION.
096800     MOVE 1                         TO WS-SET-SEGMENT-COUNT.
096900     MOVE 'HEADER'                  TO WS-LOOP-ID.
097000     MOVE SPACES                    TO WS-IK5-CODE
097100                                       WS-BHT-REFERENCE
097200                                       WS-BILLING-PROVIDER-NAME
097300                                       WS-BILLING-PROVIDER-NPI
097400                                       WS-BILLING-PROVIDER-CCN.
097500     PERFORM 4150-CLEAR-PATIENT.
097600     MOVE ZERO                      TO WS-IK3-WRITTEN
097700                                       WS-LAST-IK3-POSITION
097800                                       WS-SET-REJECT-COUNT
097900                                       WS-SET-RETURNED-COUNT
098000                                       WS-SET-CLAIM-COUNT
098100                                       WS-SET-REJECT-TOTAL
098200                                       WS-SET-DETAIL-COUNT
098300                                       WS-SET-HASH-TOTAL.
098400     MOVE 'N'                       TO WS-CLAIM-SWITCH.
098500
098600     EVALUATE TRUE
098700        WHEN WS-ST-IDENTIFIER NOT = '837'
098800           MOVE '1'                 TO WS-IK5-CODE
098900        WHEN WS-ST-VERSION NOT = '005010X223A2'  AND
099000             WS-ST-VERSION NOT = SPACES
099100           MOVE 'I6'                TO WS-IK5-CODE
099200        WHEN XSP-ELEMENT-LENGTH (2) < 4  OR
099300             XSP-ELEMENT-LENGTH (2) > 9
099400           MOVE '7'                 TO WS-IK5-CODE
099500     END-EVALUATE.
099600     IF WS-IK5-CODE NOT = SPACES  THEN
099700        MOVE 'R'                    TO WS-SET-STATUS
099800     END-IF.
099900
100000     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
100100     MOVE 'AK2'                     TO XSP-SEGMENT-ID.
100200     MOVE WS-ST-IDENTIFIER          TO XSP-ELEMENT (1).
100300     MOVE WS-ST-CONTROL             TO XSP-ELEMENT (2).
100400     MOVE WS-ST-VERSION             TO XSP-ELEMENT (3).
100500     PERFORM 8100-WRITE-999-SEGMENT.
100600
100700     OPEN OUTPUT SET-WORK-FILE.
100800/
100900******************************************************************
101000*  SE - THE SET ENDS.  ITS SEGMENT COUNT AND CONTROL NUMBER MUST *
101100*  AGREE WITH WHAT WAS READ.                                     *
101200******************************************************************
101300 2600-END-SET.
101400     IF NOT SET-OPEN  THEN
101500        IF NO-SET  AND  INTERCHANGE-OPEN  AND  GROUP-OPEN  THEN
101600           MOVE 'SET'               TO RPT-D-LEVEL
101700           MOVE 'SE WITHOUT AN ST'  TO RPT-D-REASON
101800           PERFORM 7000-REPORT-ENVELOPE-ERROR
101900        END-IF
102000        MOVE 'N'                    TO WS-SET-SWITCH
102100     ELSE
102200        ADD 1                       TO WS-SET-SEGMENT-COUNT
102300        MOVE XSP-ELEMENT (2)        TO WS-TRAILER-CONTROL
102400        MOVE 1                      TO WS-SUB
102500        PERFORM 8400-ELEMENT-TO-COUNT
102600        PERFORM 3000-CLOSE-CLAIM
102700        PERFORM 6900-FLUSH-ERROR-QUEUE
102800        IF WS-TRAILER-COUNT NOT = WS-SET-SEGMENT-COUNT  THEN
102900           MOVE 'R'                 TO WS-SET-STATUS
103000           IF WS-IK5-CODE = SPACES  THEN
103100              MOVE '4'              TO WS-IK5-CODE
103200           END-IF
103300        END-IF
103400        IF WS-TRAILER-CONTROL NOT = WS-ST-CONTROL  THEN
103500           MOVE 'R'                 TO WS-SET-STATUS
103600           IF WS-IK5-CODE = SPACES  THEN
103700              MOVE '3'              TO WS-IK5-CODE
103800           END-IF
103900        END-IF
104000        PERFORM 2690-FINISH-SET
104100     END-IF.
104200/
104300 2650-CLOSE-UNENDED-SET.
104400     IF SET-OPEN  THEN
104500        PERFORM 3000-CLOSE-CLAIM
104600        PERFORM 6900-FLUSH-ERROR-QUEUE
104700        MOVE 'R'                    TO WS-SET-STATUS
104800        IF WS-IK5-CODE = SPACES  THEN
104900           MOVE '2'                 TO WS-IK5-CODE
105000        END-IF
105100        PERFORM 2690-FINISH-SET
105200     END-IF.
105300     MOVE 'N'                       TO WS-SET-SWITCH.
105400/
105500******************************************************************
105600*  IK5 - AN ACCEPTED SET'S CLAIMS MOVE TO X837AC FOR PRCCLM AND  *
105700*  ITS RETURNED CLAIMS GO BACK ON A 277CA; A REJECTED SET'S      *
105800*  CLAIMS ARE DROPPED.                                           *
105900******************************************************************
106000 2690-FINISH-SET.
106100     CLOSE SET-WORK-FILE.
106200     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
106300     MOVE 'IK5'                     TO XSP-SEGMENT-ID.
106400     IF SET-ACCEPTED  THEN
106500        ADD 1                       TO WS-GS-SETS-ACCEPTED
106600        MOVE 'A'                    TO XSP-ELEMENT (1)
106700        PERFORM 8100-WRITE-999-SEGMENT
106800        PERFORM 2700-TAKE-ACCEPTED-SET
106900        IF WS-SET-REJECT-COUNT > ZERO  THEN
107000           PERFORM 7500-WRITE-277-SET
107100           PERFORM 7100-REPORT-RETURNED-CLAIM
107200              VARYING WS-REJECT-SUB FROM 1 BY 1
107300              UNTIL WS-REJECT-SUB > WS-SET-REJECT-COUNT
107400        END-IF
107500     ELSE
107600        ADD 1                       TO WS-SETS-REJECTED
107700        IF WS-IK5-CODE = SPACES  THEN
107800           MOVE '5'                 TO WS-IK5-CODE
107900        END-IF
108000        MOVE 'R'                    TO XSP-ELEMENT (1)
108100        MOVE WS-IK5-CODE            TO XSP-ELEMENT (2)
108200        PERFORM 8100-WRITE-999-SEGMENT
108300        MOVE 'SET'                  TO RPT-D-LEVEL
108400        EVALUATE WS-IK5-CODE
108500           WHEN '1'
108600              MOVE 'ST01 IS NOT 837' TO RPT-D-REASON
108700           WHEN '2'
108800              MOVE 'SE MISSING'     TO RPT-D-REASON
108900           WHEN '3'
109000              MOVE 'SE CONTROL NUMBER DISAGREES' TO RPT-D-REASON
109100           WHEN '4'
109200              MOVE 'SE SEGMENT COUNT DISAGREES' TO RPT-D-REASON
109300           WHEN '7'
109400              MOVE 'ST02 CONTROL NUMBER INVALID' TO RPT-D-REASON
109500           WHEN 'I6'
109600              MOVE 'ST03 IS NOT 005010X223A2' TO RPT-D-REASON
109700           WHEN OTHER
109800              MOVE 'SEGMENT ERRORS - SEE THE 999' TO RPT-D-REASON
109900        END-EVALUATE
110000        PERFORM 7000-REPORT-ENVELOPE-ERROR
110100     END-IF.
110200     MOVE 'N'                       TO WS-SET-SWITCH.
110300/
110400******************************************************************
110500*  COPY AN ACCEPTED SET'S CLAIMS TO X837AC, COUNTING EACH NEW    *
110600*  PROVIDER FOR THE PRCCLM HEADER.                               *
110700******************************************************************
110800 2700-TAKE-ACCEPTED-SET.
110900     OPEN INPUT  SET-WORK-FILE.
111000     MOVE 'N'                       TO WS-WORK-EOF-SWITCH.
111100     PERFORM 2710-COPY-ONE-SET-RECORD
111200        UNTIL WORK-END-OF-FILE.
111300     CLOSE SET-WORK-FILE.
111400     ADD WS-SET-DETAIL-COUNT        TO WS-DETAIL-COUNT.
111500     ADD WS-SET-HASH-TOTAL          TO WS-HASH-TOTAL.
111600     ADD WS-SET-CLAIM-COUNT         TO WS-CLAIMS-ACCEPTED.
111700     ADD WS-SET-RETURNED-COUNT      TO WS-CLAIMS-REJECTED.
111800/
111900 2710-COPY-ONE-SET-RECORD.
112000     READ SET-WORK-FILE  INTO WS-WORK-RECORD
112100         AT END
112200           MOVE 'Y'                 TO WS-WORK-EOF-SWITCH
112300     END-READ.
112400     IF NOT WORK-END-OF-FILE  THEN
112500        WRITE ACCWK-RECORD       FROM WS-WORK-RECORD
112600        IF WS-WRK-RECORD-TYPE = 'C'  THEN
112700           PERFORM 2720-COUNT-PROVIDER
112800        END-IF
112900     END-IF.
113000/
113100 2720-COUNT-PROVIDER.
113200     MOVE 'N'                       TO WS-PROVIDER-FOUND-SWITCH.
113300     PERFORM 2730-PROBE-PROVIDER
113400        VARYING WS-PROVIDER-SUB FROM 1 BY 1
113500        UNTIL WS-PROVIDER-SUB > WS-PROVIDER-COUNT
113600           OR PROVIDER-ALREADY-COUNTED.
113700     IF NOT PROVIDER-ALREADY-COUNTED  AND
113800        WS-PROVIDER-COUNT < 10000  THEN
113900        ADD 1                       TO WS-PROVIDER-COUNT
114000        MOVE WS-WRK-PROVIDER-NUMBER TO
114100           WS-PROVIDER-ENTRY (WS-PROVIDER-COUNT)
114200     END-IF.
114300/
114400 2730-PROBE-PROVIDER.
114500     IF WS-PROVIDER-ENTRY (WS-PROVIDER-SUB) =
114600        WS-WRK-PROVIDER-NUMBER  THEN
114700        MOVE 'Y'                    TO WS-PROVIDER-FOUND-SWITCH
114800     END-IF.
114900/
115000******************************************************************
115100*  AT END OF FILE, WHATEVER IS STILL OPEN WAS NEVER CLOSED BY ITS*
115200*  TRAILER.                                                      *
115300******************************************************************
115400 2900-CLOSE-OPEN-ENVELOPES.
115500     IF NOT NO-INTERCHANGE  THEN
115600        PERFORM 2250-CLOSE-UNENDED-INTERCHANGE
115700     END-IF.
115800/
115900******************************************************************
116000*  A SEGMENT INSIDE THE SET.  IT IS COUNTED, CHECKED AGAINST THE *
116100*  837I SEGMENTS, AND TAKEN INTO THE LOOP CONTEXT AND THE CLAIM  *
116200*  IN HAND; ITS ERRORS ARE WRITTEN TO THE 999 WHEN IT IS DONE.   *
116300******************************************************************
116400 2800-PROCESS-SET-SEGMENT.
116500     IF SET-OPEN  THEN
116600        ADD 1                       TO WS-SET-SEGMENT-COUNT
116700        PERFORM 2810-CHECK-SEGMENT-ID
116800        EVALUATE TRUE
116900           WHEN XSP-REQUEST-INVALID  OR
117000                NOT SEGMENT-IS-KNOWN
117100              MOVE '1'              TO WS-Q-CODE
117200              PERFORM 6100-QUEUE-SEGMENT-ERROR
117300           WHEN XSP-SEGMENT-OVERFLOW
117400              MOVE '8'              TO WS-Q-CODE
117500              PERFORM 6100-QUEUE-SEGMENT-ERROR
117600              MOVE XSP-ELEMENT-COUNT TO WS-Q-ELEMENT
117700              MOVE ZERO             TO WS-Q-COMPONENT
117800              MOVE '5'              TO WS-Q-CODE
117900              PERFORM 6200-QUEUE-ELEMENT-ERROR
118000           WHEN OTHER
118100              PERFORM 4000-TAKE-SEGMENT
118200        END-EVALUATE
118300        PERFORM 6900-FLUSH-ERROR-QUEUE
118400     ELSE
118500        IF NO-SET  AND  INTERCHANGE-OPEN  AND  GROUP-OPEN  THEN
118600           MOVE 'SET'               TO RPT-D-LEVEL
118700           MOVE 'SEGMENT OUTSIDE ST/SE' TO RPT-D-REASON
118800           PERFORM 7000-REPORT-ENVELOPE-ERROR
118900        END-IF
119000     END-IF.
119100/
119200 2810-CHECK-SEGMENT-ID.
119300     MOVE 'N'                       TO WS-KNOWN-SWITCH.
119400     PERFORM 2820-PROBE-SEGMENT-ID
119500        VARYING WS-TABLE-SUB FROM 1 BY 1
119600        UNTIL WS-TABLE-SUB > WS-KNOWN-SEGMENT-COUNT
119700           OR SEGMENT-IS-KNOWN.
119800/
119900 2820-PROBE-SEGMENT-ID.
120000     IF WS-KNOWN-SEGMENT-ID (WS-TABLE-SUB) = XSP-SEGMENT-ID  THEN
120100        MOVE 'Y'                    TO WS-KNOWN-SWITCH
120200     END-IF.
120300/
120400******************************************************************
120500*  THE SEGMENTS THE CLAIM IS BUILT FROM.  THE REST ARE ACCEPTED  *
120600*  AS VALID 837I SEGMENTS AND NOT OTHERWISE USED.                *
120700******************************************************************
120800 4000-TAKE-SEGMENT.
120900     EVALUATE XSP-SEGMENT-ID
121000        WHEN 'BHT'
121100           MOVE XSP-ELEMENT (3)     TO WS-BHT-REFERENCE
121200        WHEN 'HL '
121300           PERFORM 4100-TAKE-HL
121400        WHEN 'NM1'
121500           PERFORM 4200-TAKE-NM1
121600        WHEN 'SBR'
121700           PERFORM 4300-TAKE-SBR
121800        WHEN 'DMG'
121900           PERFORM 4350-TAKE-DMG
122000        WHEN 'REF'
122100           PERFORM 4400-TAKE-REF
122200        WHEN 'CLM'
122300           PERFORM 4500-TAKE-CLM
122400        WHEN 'DTP'
122500           PERFORM 4550-TAKE-DTP
122600        WHEN 'CL1'
122700           IF CLAIM-IN-PROGRESS  THEN
122800              MOVE 'Y'              TO WS-CLM-CL1-SWITCH
122900           END-IF
123000        WHEN 'HI '
123100           PERFORM 4600-TAKE-HI
123200        WHEN 'LX '
123300           PERFORM 4700-TAKE-LX
123400        WHEN 'SV2'
123500           PERFORM 4720-TAKE-SV2
123600        WHEN 'LIN'
123700           PERFORM 4750-TAKE-LIN
123800     END-EVALUATE.
123900/
124000******************************************************************
124100*  HL - A BILLING PROVIDER (20), SUBSCRIBER (22) OR PATIENT (23) *
124200*  LEVEL.  ANY OF THEM ENDS THE CLAIM BEFORE IT.                 *
124300******************************************************************
124400 4100-TAKE-HL.
124500     PERFORM 3000-CLOSE-CLAIM.
124600     EVALUATE XSP-ELEMENT (3)
124700        WHEN '20'
124800           MOVE '2000A'             TO WS-LOOP-ID
124900           MOVE SPACES              TO WS-BILLING-PROVIDER-NAME
125000                                       WS-BILLING-PROVIDER-NPI
125100                                       WS-BILLING-PROVIDER-CCN
125200           PERFORM 4150-CLEAR-PATIENT
125300        WHEN '22'
125400           MOVE '2000B'             TO WS-LOOP-ID
125500           PERFORM 4150-CLEAR-PATIENT
125600        WHEN '23'
125700           MOVE '2000C'             TO WS-LOOP-ID
125800        WHEN OTHER
125900           MOVE 3                   TO WS-Q-ELEMENT
126000           MOVE '7'                 TO WS-Q-CODE
126100           PERFORM 6210-QUEUE-BAD-ELEMENT
126200     END-EVALUATE.
126300/
126400 4150-CLEAR-PATIENT.
126500     MOVE SPACES                    TO WS-PATIENT-MBI
126600                                       WS-PATIENT-LAST-NAME
126700                                       WS-PATIENT-FIRST-NAME.
126800     MOVE ZERO                      TO WS-PATIENT-DOB.
126900     MOVE 'N'                       TO WS-PATIENT-MSP-SWITCH.
127000/
127100******************************************************************
127200*  NM1 - THE ENTITY NAMED SETS THE LOOP.  A SUBSCRIBER OR PAYER  *
127300*  NAMED INSIDE A CLAIM IS ANOTHER PAYER'S (2330) AND LEAVES THE *
127400*  PATIENT AND PRIMARY PAYER ALONE.                              *
127500******************************************************************
127600 4200-TAKE-NM1.
127700     EVALUATE TRUE
127800        WHEN XSP-ELEMENT (1) = '41'
127900           MOVE '1000A'             TO WS-LOOP-ID
128000           MOVE XSP-ELEMENT (3)     TO WS-SUBMITTER-NAME
128100           MOVE XSP-ELEMENT (9)     TO WS-SUBMITTER-ID
128200        WHEN XSP-ELEMENT (1) = '40'
128300           MOVE '1000B'             TO WS-LOOP-ID
128400        WHEN XSP-ELEMENT (1) = '85'
128500           MOVE '2010AA'            TO WS-LOOP-ID
128600           MOVE XSP-ELEMENT (3)     TO WS-BILLING-PROVIDER-NAME
128700           IF XSP-ELEMENT (8) = 'XX'  THEN
128800              MOVE XSP-ELEMENT (9)  TO WS-BILLING-PROVIDER-NPI
128900           END-IF
129000        WHEN XSP-ELEMENT (1) = '87'
129100           MOVE '2010AB'            TO WS-LOOP-ID
129200        WHEN WS-LOOP-ID (1:2) = '23'  OR
129300             WS-LOOP-ID (1:2) = '24'
129400           IF XSP-ELEMENT (1) = 'IL'  OR
129500              XSP-ELEMENT (1) = 'PR'  THEN
129600              MOVE '2330'           TO WS-LOOP-ID
129700           ELSE
129800              MOVE '2310'           TO WS-LOOP-ID
129900           END-IF
130000        WHEN XSP-ELEMENT (1) = 'IL'
130100           MOVE '2010BA'            TO WS-LOOP-ID
130200           MOVE XSP-ELEMENT (3)     TO WS-PATIENT-LAST-NAME
130300           MOVE XSP-ELEMENT (4)     TO WS-PATIENT-FIRST-NAME
130400           MOVE XSP-ELEMENT (9)     TO WS-PATIENT-MBI
130500        WHEN XSP-ELEMENT (1) = 'PR'
130600           MOVE '2010BB'            TO WS-LOOP-ID
130700        WHEN XSP-ELEMENT (1) = 'QC'
130800           MOVE '2010CA'            TO WS-LOOP-ID
130900        WHEN OTHER
131000           MOVE 1                   TO WS-Q-ELEMENT
131100           MOVE '7'                 TO WS-Q-CODE
131200           PERFORM 6210-QUEUE-BAD-ELEMENT
131300     END-EVALUATE.
131400/
131500******************************************************************
131600*  SBR - MEDICARE IS SECONDARY WHEN THE SUBSCRIBER'S PAYER       *
131700*  RESPONSIBILITY IS ANYTHING BUT P.  INSIDE A CLAIM IT OPENS    *
131800*  ANOTHER PAYER (2320).                                         *
131900******************************************************************
132000 4300-TAKE-SBR.
132100     IF WS-LOOP-ID (1:2) = '23'  OR
132200        WS-LOOP-ID (1:2) = '24'  THEN
132300        MOVE '2320'                 TO WS-LOOP-ID
132400     ELSE
132500        IF XSP-ELEMENT (1) = 'P'  THEN
132600           MOVE 'N'                 TO WS-PATIENT-MSP-SWITCH
132700        ELSE
132800           MOVE 'Y'                 TO WS-PATIENT-MSP-SWITCH
132900        END-IF
133000     END-IF.
133100/
133200 4350-TAKE-DMG.
133300     IF WS-LOOP-ID = '2010BA'  THEN
133400        MOVE XSP-ELEMENT (2)        TO WS-DATE-TEXT
133500        PERFORM 8800-EDIT-DATE
133600        IF XSP-ELEMENT (1) = 'D8'  AND  DATE-IS-VALID  THEN
133700           MOVE WS-DATE-CHECK       TO WS-PATIENT-DOB
133800        ELSE
133900           MOVE 2                   TO WS-Q-ELEMENT
134000           MOVE '8'                 TO WS-Q-CODE
134100           PERFORM 6210-QUEUE-BAD-ELEMENT
134200        END-IF
134300     END-IF.
134400/
134500******************************************************************
134600*  REF - THE FACILITY'S CCN RIDES AS A G2 REFERENCE ON THE       *
134700*  BILLING PROVIDER OR THE PAYER; A REPLACEMENT OR VOID NAMES THE*
134800*  CLAIM IT ACTS ON IN AN F8 REFERENCE ON THE CLAIM.             *
134900******************************************************************
135000 4400-TAKE-REF.
135100     IF XSP-ELEMENT (1) = 'G2'  AND
135200        XSP-ELEMENT-LENGTH (2) = 6  AND
135300        (WS-LOOP-ID = '2010AA'  OR  WS-LOOP-ID = '2010BB')  THEN
135400        MOVE XSP-ELEMENT (2)        TO WS-BILLING-PROVIDER-CCN
135500     END-IF.
135600     IF XSP-ELEMENT (1) = 'F8'  AND
135700        WS-LOOP-ID = '2300'  AND
135800        CLAIM-IN-PROGRESS  THEN
135900        MOVE XSP-ELEMENT (2)        TO WS-CLM-ORIGINAL-NUMBER
136000     END-IF.
136100/
136200******************************************************************
136300*  CLM - A NEW CLAIM.  CLM05 IS THE FACILITY CODE AND FREQUENCY, *
136400*  WHICH TOGETHER ARE THE TYPE OF BILL.                          *
136500******************************************************************
136600 4500-TAKE-CLM.
136700     PERFORM 3000-CLOSE-CLAIM.
136800     INITIALIZE WS-CLAIM-DATA.
136900     MOVE 'Y'                       TO WS-CLAIM-SWITCH.
137000     MOVE '2300'                    TO WS-LOOP-ID.
137100     ADD 1                          TO WS-CLAIMS-READ.
137200     MOVE XSP-ELEMENT (1)           TO WS-CLM-PATIENT-CONTROL.
137300     MOVE WS-SET-SEGMENT-COUNT      TO WS-CLM-SEGMENT-POSITION.
137400     IF XSP-ELEMENT-LENGTH (1) = ZERO  THEN
137500        MOVE 1                      TO WS-Q-ELEMENT
137600        MOVE '1'                    TO WS-Q-CODE
137700        PERFORM 6210-QUEUE-BAD-ELEMENT
137800     END-IF.
137900
138000     MOVE XSP-ELEMENT (2)           TO WS-CLM-CHARGE-TEXT
138100                                       XSP-AMOUNT-TEXT.
138200     PERFORM 8350-CONVERT-INBOUND-AMOUNT.
138300     IF XSP-REQUEST-OK  THEN
138400        MOVE XSP-AMOUNT             TO WS-CLM-CHARGE
138500     ELSE
138600        MOVE 2                      TO WS-Q-ELEMENT
138700        MOVE '6'                    TO WS-Q-CODE
138800        PERFORM 6210-QUEUE-BAD-ELEMENT
138900     END-IF.
139000
139100     IF XSP-ELEMENT-LENGTH (5) = ZERO  THEN
139200        MOVE 5                      TO WS-Q-ELEMENT
139300        MOVE '1'                    TO WS-Q-CODE
139400        PERFORM 6210-QUEUE-BAD-ELEMENT
139500     ELSE
139600        MOVE 5                      TO XSP-ELEMENT-NUMBER
139700        PERFORM 8320-SPLIT-INBOUND-COMPOSITE
139800        MOVE XSP-COMPONENT (1)      TO WS-CLM-FACILITY-CODE
139900        MOVE XSP-COMPONENT (3)      TO WS-CLM-FREQUENCY
140000     END-IF.
140100/
140200******************************************************************
140300*  DTP - THE STATEMENT PERIOD (434) ON THE CLAIM AND THE SERVICE *
140400*  DATE (472) ON A LINE.  A LINE BILLED FOR A RANGE IS DATED BY  *
140500*  ITS FIRST DAY.                                                *
140600******************************************************************
140700 4550-TAKE-DTP.
140800     MOVE SPACES                    TO WS-FROM-DATE-TEXT
140900                                       WS-THRU-DATE-TEXT.
141000     UNSTRING XSP-ELEMENT (3)  DELIMITED BY '-'
141100         INTO WS-FROM-DATE-TEXT  WS-THRU-DATE-TEXT
141200     END-UNSTRING.
141300     IF XSP-ELEMENT (2) = 'D8'  THEN
141400        MOVE WS-FROM-DATE-TEXT      TO WS-THRU-DATE-TEXT
141500     END-IF.
141600
141700     EVALUATE TRUE
141800        WHEN XSP-ELEMENT (1) = '434'  AND
141900             WS-LOOP-ID = '2300'  AND
142000             CLAIM-IN-PROGRESS
142100           PERFORM 4560-TAKE-STATEMENT-PERIOD
142200        WHEN XSP-ELEMENT (1) = '472'  AND
142300             WS-LOOP-ID = '2400'  AND
142400             WS-CLM-LINE-COUNT > ZERO
142500           MOVE WS-FROM-DATE-TEXT   TO WS-DATE-TEXT
142600           PERFORM 8800-EDIT-DATE
142700           IF DATE-IS-VALID  AND
142800              (XSP-ELEMENT (2) = 'D8'  OR
142900               XSP-ELEMENT (2) = 'RD8')  THEN
143000              MOVE WS-DATE-CHECK    TO
143100                 WS-LIN-SERVICE-DATE (WS-CLM-LINE-COUNT)
143200           ELSE
143300              MOVE 3                TO WS-Q-ELEMENT
143400              MOVE '8'              TO WS-Q-CODE
143500              PERFORM 6210-QUEUE-BAD-ELEMENT
143600           END-IF
143700     END-EVALUATE.
143800/
143900 4560-TAKE-STATEMENT-PERIOD.
144000     MOVE 'N'                       TO WS-CLM-PERIOD-SWITCH.
144100     MOVE WS-FROM-DATE-TEXT         TO WS-DATE-TEXT.
144200     PERFORM 8800-EDIT-DATE.
144300     IF DATE-IS-VALID  AND  XSP-ELEMENT (2) = 'RD8'  THEN
144400        MOVE WS-DATE-CHECK          TO WS-CLM-FROM-DATE
144500        MOVE WS-THRU-DATE-TEXT      TO WS-DATE-TEXT
144600        PERFORM 8800-EDIT-DATE
144700        IF DATE-IS-VALID  THEN
144800           MOVE WS-DATE-CHECK       TO WS-CLM-THRU-DATE
144900           IF WS-CLM-FROM-DATE NOT > WS-CLM-THRU-DATE  THEN
145000              MOVE 'Y'              TO WS-CLM-PERIOD-SWITCH
145100           END-IF
145200        END-IF
145300     END-IF.
145400     IF NOT CLM-PERIOD-VALID  THEN
145500        MOVE 3                      TO WS-Q-ELEMENT
145600        MOVE '8'                    TO WS-Q-CODE
145700        PERFORM 6210-QUEUE-BAD-ELEMENT
145800     END-IF.
145900/
146000******************************************************************
146100*  HI - EACH ELEMENT IS ONE CODE: ABK/ABF (BK/BF) DIAGNOSES, BG  *
146200*  CONDITION CODES, AND BE VALUE CODES WITH THEIR AMOUNT IN THE  *
146300*  FIFTH COMPONENT - A8 WEIGHT, A9 HEIGHT, Q8 PAYER-ONLY, 48     *
146310*  HEMOGLOBIN AND 49 HEMATOCRIT READINGS.                        *
146400******************************************************************
146500 4600-TAKE-HI.
146600     IF CLAIM-IN-PROGRESS  THEN
146700        PERFORM 4610-TAKE-ONE-HI-CODE
146800           VARYING WS-HI-SUB FROM 1 BY 1
146900           UNTIL WS-HI-SUB > XSP-ELEMENT-COUNT
147000     END-IF.
147100/
147200 4610-TAKE-ONE-HI-CODE.
147300     MOVE WS-HI-SUB                 TO XSP-ELEMENT-NUMBER.
147400     PERFORM 8320-SPLIT-INBOUND-COMPOSITE.
147500     EVALUATE XSP-COMPONENT (1)
147600        WHEN 'ABK'
147700        WHEN 'BK'
147800        WHEN 'ABF'
147900        WHEN 'BF'
148000           IF WS-CLM-DIAG-COUNT < 10  THEN
148100              ADD 1                 TO WS-CLM-DIAG-COUNT
148200              MOVE XSP-COMPONENT (2) TO
148300                 WS-CLM-DIAG-CODE (WS-CLM-DIAG-COUNT)
148400           END-IF
148500        WHEN 'BG'
148600           IF WS-CLM-COND-COUNT < 4  THEN
148700              ADD 1                 TO WS-CLM-COND-COUNT
148800              MOVE XSP-COMPONENT (2) TO
148900                 WS-CLM-COND-CODE (WS-CLM-COND-COUNT)
149000           END-IF
149100        WHEN 'BE'
149200           PERFORM 4620-TAKE-VALUE-CODE
149300     END-EVALUATE.
149400/
149500 4620-TAKE-VALUE-CODE.
149600     IF XSP-COMPONENT (2) = 'A8'  OR
149700        XSP-COMPONENT (2) = 'A9'  OR
149710        XSP-COMPONENT (2) = '48'  OR
149720        XSP-COMPONENT (2) = '49'  OR
149800        XSP-COMPONENT (2) = 'Q8'  THEN
149900        MOVE XSP-COMPONENT (2)      TO WS-VALUE-CODE
150000        MOVE XSP-COMPONENT (5)      TO XSP-AMOUNT-TEXT
150100        PERFORM 8350-CONVERT-INBOUND-AMOUNT
150200        IF XSP-REQUEST-OK  THEN
150300           EVALUATE WS-VALUE-CODE
150400              WHEN 'A8'
150500                 MOVE XSP-AMOUNT    TO WS-CLM-WEIGHT
150600              WHEN 'A9'
150700                 MOVE XSP-AMOUNT    TO WS-CLM-HEIGHT
150710              WHEN '48'
150720                 MOVE XSP-AMOUNT    TO WS-CLM-VC-48
150730              WHEN '49'
150740                 MOVE XSP-AMOUNT    TO WS-CLM-VC-49
150800              WHEN OTHER
150900                 MOVE XSP-AMOUNT    TO WS-CLM-VC-Q8
151000           END-EVALUATE
151100        ELSE
151200           MOVE 'Y'                 TO WS-CLM-VALUE-ERROR-SWITCH
151300        END-IF
151400     END-IF.
151500/
151600******************************************************************
151700*  LX - A NEW SERVICE LINE.                                      *
151800******************************************************************
151900 4700-TAKE-LX.
152000     MOVE '2400'                    TO WS-LOOP-ID.
152100     IF CLAIM-IN-PROGRESS  THEN
152200        IF WS-CLM-LINE-COUNT < 999  THEN
152300           ADD 1                    TO WS-CLM-LINE-COUNT
152400           INITIALIZE WS-CLM-LINE (WS-CLM-LINE-COUNT)
152500        ELSE
152600           MOVE '5'                 TO WS-Q-CODE
152700           PERFORM 6100-QUEUE-SEGMENT-ERROR
152800        END-IF
152900     END-IF.
153000/
153100******************************************************************
153200*  SV2 - THE LINE'S REVENUE CODE, HCPCS (HC QUALIFIER) AND ITS   *
153300*  FIRST TWO MODIFIERS, CHARGE AND UNITS.                        *
153400******************************************************************
153500 4720-TAKE-SV2.
153600     IF WS-LOOP-ID = '2400'  AND  WS-CLM-LINE-COUNT > ZERO  THEN
153700        MOVE XSP-ELEMENT (1)        TO
153800           WS-LIN-REV-CODE (WS-CLM-LINE-COUNT)
153900        IF XSP-ELEMENT-LENGTH (2) > ZERO  THEN
154000           MOVE 2                   TO XSP-ELEMENT-NUMBER
154100           PERFORM 8320-SPLIT-INBOUND-COMPOSITE
154200           IF XSP-COMPONENT (1) = 'HC'  THEN
154300              MOVE XSP-COMPONENT (2) TO
154400                 WS-LIN-HCPCS-CODE (WS-CLM-LINE-COUNT)
154410              MOVE XSP-COMPONENT (3) TO
154420                 WS-LIN-MODIFIER (WS-CLM-LINE-COUNT 1)
154430              MOVE XSP-COMPONENT (4) TO
154440                 WS-LIN-MODIFIER (WS-CLM-LINE-COUNT 2)
154500           END-IF
154600        END-IF
154700        MOVE XSP-ELEMENT (3)        TO XSP-AMOUNT-TEXT
154800        PERFORM 8350-CONVERT-INBOUND-AMOUNT
154900        IF XSP-REQUEST-OK  THEN
155000           MOVE XSP-AMOUNT          TO
155100              WS-LIN-CHARGE (WS-CLM-LINE-COUNT)
155200        ELSE
155300           MOVE 3                   TO WS-Q-ELEMENT
155400           MOVE '6'                 TO WS-Q-CODE
155500           PERFORM 6210-QUEUE-BAD-ELEMENT
155600        END-IF
155700        IF XSP-ELEMENT-LENGTH (5) > ZERO  THEN
155800           MOVE XSP-ELEMENT (5)     TO XSP-AMOUNT-TEXT
155900           PERFORM 8350-CONVERT-INBOUND-AMOUNT
156000           IF XSP-REQUEST-OK  THEN
156100              MOVE XSP-AMOUNT       TO
156200                 WS-LIN-UNITS (WS-CLM-LINE-COUNT)
156300           ELSE
156400              MOVE 5                TO WS-Q-ELEMENT
156500              MOVE '6'              TO WS-Q-CODE
156600              PERFORM 6210-QUEUE-BAD-ELEMENT
156700           END-IF
156800        END-IF
156900     END-IF.
157000/
157100******************************************************************
157200*  LIN - THE DRUG ON THE LINE, BY ITS 11-DIGIT NDC (N4).         *
157300******************************************************************
157400 4750-TAKE-LIN.
157500     IF WS-LOOP-ID (1:3) = '240'  AND  WS-CLM-LINE-COUNT > ZERO
157600        THEN
157700        MOVE '2410'                 TO WS-LOOP-ID
157800        IF XSP-ELEMENT (2) = 'N4'  THEN
157900           IF XSP-ELEMENT-LENGTH (3) = 11  THEN
158000              MOVE XSP-ELEMENT (3)  TO
158100                 WS-LIN-NDC-CODE (WS-CLM-LINE-COUNT)
158200           ELSE
158300              MOVE 3                TO WS-Q-ELEMENT
158400              MOVE '4'              TO WS-Q-CODE
158500              PERFORM 6210-QUEUE-BAD-ELEMENT
158600           END-IF
158700        END-IF
158800     END-IF.
158900/
159000******************************************************************
159100*  THE CLAIM IN HAND IS COMPLETE - AT THE NEXT CLM OR HL OR AT   *
159200*  THE SE.  A CLAIM IN A SET ALREADY IN ERROR GOES NO FURTHER;   *
159300*  OTHERWISE IT IS EDITED, NUMBERED AND WRITTEN TO X837WK, OR    *
159400*  HELD FOR THE 277CA.                                           *
159500******************************************************************
159600 3000-CLOSE-CLAIM.
159700     IF CLAIM-IN-PROGRESS  THEN
159800        MOVE 'N'                    TO WS-CLAIM-SWITCH
159900        IF NOT CLM-CL1-PRESENT  THEN
160000           MOVE 'S'                 TO WS-Q-KIND
160100           MOVE 'CL1'               TO WS-Q-SEGMENT-ID
160200           MOVE WS-CLM-SEGMENT-POSITION TO WS-Q-POSITION
160300           MOVE '2300'              TO WS-Q-LOOP-ID
160400           MOVE '3'                 TO WS-Q-CODE
160500           MOVE ZERO                TO WS-Q-ELEMENT
160600                                       WS-Q-COMPONENT
160700           PERFORM 6000-QUEUE-ERROR
160800        END-IF
160900        IF SET-ACCEPTED  THEN
161000           PERFORM 3100-EDIT-CLAIM
161100           IF WS-CLAIM-REJECT-REASON = ZERO  THEN
161200              PERFORM 3200-NUMBER-CLAIM
161300           END-IF
161400           IF WS-CLAIM-REJECT-REASON = ZERO  THEN
161500              PERFORM 3300-WRITE-CLAIM
161600           ELSE
161700              PERFORM 3400-HOLD-RETURNED-CLAIM
161800           END-IF
161900        END-IF
162000     END-IF.
162100/
162200******************************************************************
162300*  THE CLAIM EDITS.  THE FIRST REASON IN TABLE ORDER IS THE ONE  *
162400*  RETURNED.  THE OUTLIER SERVICES TOTAL AND THE FIRST DIALYSIS  *
162500*  LINE ARE FOUND ON THE SAME PASS OF THE LINES.                 *
162600******************************************************************
162700 3100-EDIT-CLAIM.
162800     MOVE ZERO                      TO WS-CLAIM-REJECT-REASON
162900                                       WS-OUTLIER-TOTAL
163000                                       WS-DIALYSIS-LINE-SUB.
163100
163200     IF WS-CLM-FACILITY-CODE NOT = '72'  THEN
163300        MOVE 1                      TO WS-CANDIDATE-REASON
163400        PERFORM 3190-KEEP-FIRST-REASON
163500     END-IF.
163600     IF WS-CLM-FREQUENCY NOT = '1'  AND
163700        WS-CLM-FREQUENCY NOT = '7'  AND
163800        WS-CLM-FREQUENCY NOT = '8'  THEN
163900        MOVE 2                      TO WS-CANDIDATE-REASON
164000        PERFORM 3190-KEEP-FIRST-REASON
164100     END-IF.
164200     IF (WS-CLM-FREQUENCY = '7'  OR  WS-CLM-FREQUENCY = '8')  AND
164300        (WS-CLM-ORIGINAL-NUMBER = SPACES  OR
164400         WS-CLM-ORIGINAL-NUMBER (14:) NOT = SPACES)  THEN
164500        MOVE 3                      TO WS-CANDIDATE-REASON
164600        PERFORM 3190-KEEP-FIRST-REASON
164700     END-IF.
164800     IF WS-BILLING-PROVIDER-CCN = SPACES  THEN
164900        MOVE 4                      TO WS-CANDIDATE-REASON
165000        PERFORM 3190-KEEP-FIRST-REASON
165100     END-IF.
165200     MOVE ZERO                      TO WS-SPACE-TALLY.
165300     INSPECT WS-PATIENT-MBI (1:11)
165400        TALLYING WS-SPACE-TALLY FOR ALL SPACE.
165500     IF WS-SPACE-TALLY > ZERO  OR
165600        WS-PATIENT-MBI (12:) NOT = SPACES  THEN
165700        MOVE 5                      TO WS-CANDIDATE-REASON
165800        PERFORM 3190-KEEP-FIRST-REASON
165900     END-IF.
166000     IF WS-PATIENT-DOB = ZERO  THEN
166100        MOVE 6                      TO WS-CANDIDATE-REASON
166200        PERFORM 3190-KEEP-FIRST-REASON
166300     END-IF.
166400     IF NOT CLM-PERIOD-VALID  THEN
166500        MOVE 7                      TO WS-CANDIDATE-REASON
166600        PERFORM 3190-KEEP-FIRST-REASON
166700     END-IF.
166800
166900     PERFORM 3110-EDIT-ONE-LINE
167000        VARYING WS-SUB FROM 1 BY 1
167100        UNTIL WS-SUB > WS-CLM-LINE-COUNT.
167200
167300     IF WS-CLM-CHARGE < ZERO  OR
167400        WS-OUTLIER-TOTAL > 9999999.99  THEN
167500        MOVE 9                      TO WS-CANDIDATE-REASON
167600        PERFORM 3190-KEEP-FIRST-REASON
167700     END-IF.
167800     IF WS-CLM-LINE-COUNT = ZERO  THEN
167900        MOVE 10                     TO WS-CANDIDATE-REASON
168000        PERFORM 3190-KEEP-FIRST-REASON
168100     END-IF.
168200     IF CLM-VALUE-AMOUNT-BAD  OR
168300        WS-CLM-WEIGHT < ZERO  OR  WS-CLM-WEIGHT > 999.99  OR
168400        WS-CLM-HEIGHT < ZERO  OR  WS-CLM-HEIGHT > 999.99  OR
168500        WS-CLM-VC-Q8 < ZERO  OR  WS-CLM-VC-Q8 > 9999999.99  OR
168510        WS-CLM-VC-48 < ZERO  OR  WS-CLM-VC-48 > 99.9  OR
168520        WS-CLM-VC-49 < ZERO  OR  WS-CLM-VC-49 > 99.9  THEN
168600        MOVE 12                     TO WS-CANDIDATE-REASON
168700        PERFORM 3190-KEEP-FIRST-REASON
168800     END-IF.
168900/
169000 3110-EDIT-ONE-LINE.
169100     PERFORM 3120-CLASSIFY-LINE.
169200     IF LINE-IS-DIALYSIS  AND  WS-DIALYSIS-LINE-SUB = ZERO  THEN
169300        MOVE WS-SUB                 TO WS-DIALYSIS-LINE-SUB
169400     END-IF.
169500     IF LINE-IS-OUTLIER-SERVICE  THEN
169600        ADD WS-LIN-CHARGE (WS-SUB)  TO WS-OUTLIER-TOTAL
169700     END-IF.
169800
169900     IF WS-LIN-SERVICE-DATE (WS-SUB) = ZERO  OR
170000        WS-LIN-SERVICE-DATE (WS-SUB) < WS-CLM-FROM-DATE  OR
170100        WS-LIN-SERVICE-DATE (WS-SUB) > WS-CLM-THRU-DATE  THEN
170200        MOVE 8                      TO WS-CANDIDATE-REASON
170300        PERFORM 3190-KEEP-FIRST-REASON
170400     END-IF.
170500     IF WS-LIN-CHARGE (WS-SUB) < ZERO  OR
170600        WS-LIN-CHARGE (WS-SUB) > 9999999.99  THEN
170700        MOVE 9                      TO WS-CANDIDATE-REASON
170800        PERFORM 3190-KEEP-FIRST-REASON
170900     END-IF.
171000     IF LINE-IS-DIALYSIS  AND
171100        (WS-LIN-UNITS (WS-SUB) < ZERO  OR
171200         WS-LIN-UNITS (WS-SUB) > 99)  THEN
171300        MOVE 11                     TO WS-CANDIDATE-REASON
171400        PERFORM 3190-KEEP-FIRST-REASON
171500     END-IF.
171600/
171700******************************************************************
171800*  A DIALYSIS LINE BY ITS REVENUE CODE; AN OUTLIER SERVICE BY ITS*
171900*  REVENUE CENTER.                                               *
172000******************************************************************
172100 3120-CLASSIFY-LINE.
172200     MOVE SPACE                     TO WS-LINE-KIND.
172300     PERFORM 3130-PROBE-DIALYSIS-CODE
172400        VARYING WS-TABLE-SUB FROM 1 BY 1
172500        UNTIL WS-TABLE-SUB > 6
172600           OR NOT LINE-IS-OTHER.
172700     PERFORM 3140-PROBE-OUTLIER-CENTER
172800        VARYING WS-TABLE-SUB FROM 1 BY 1
172900        UNTIL WS-TABLE-SUB > 6
173000           OR NOT LINE-IS-OTHER.
173100/
173200 3130-PROBE-DIALYSIS-CODE.
173300     IF WS-DIALYSIS-REV-CODE (WS-TABLE-SUB) =
173400        WS-LIN-REV-CODE (WS-SUB)  THEN
173500        MOVE 'D'                    TO WS-LINE-KIND
173600     END-IF.
173700/
173800 3140-PROBE-OUTLIER-CENTER.
173900     IF WS-OUTLIER-REV-CENTER (WS-TABLE-SUB) =
174000        WS-LIN-REV-CODE (WS-SUB) (1:3)  THEN
174100        MOVE 'O'                    TO WS-LINE-KIND
174200     END-IF.
174300/
174400 3190-KEEP-FIRST-REASON.
174500     IF WS-CLAIM-REJECT-REASON = ZERO  OR
174600        WS-CANDIDATE-REASON < WS-CLAIM-REJECT-REASON  THEN
174700        MOVE WS-CANDIDATE-REASON    TO WS-CLAIM-REJECT-REASON
174800     END-IF.
174900/
175000******************************************************************
175100*  AN ORIGINAL CLAIM TAKES THE NEXT NUMBER OF THE DAY; A         *
175200*  REPLACEMENT (7) ADJUSTS AND A VOID (8) VOIDS THE CLAIM ITS F8 *
175300*  REFERENCE NAMES.                                              *
175400******************************************************************
175500 3200-NUMBER-CLAIM.
175600     EVALUATE WS-CLM-FREQUENCY
175700        WHEN '1'
175800           IF X12C-LAST-CLAIM-SEQUENCE < 99999  THEN
175900              ADD 1                 TO X12C-LAST-CLAIM-SEQUENCE
176000              MOVE X12C-LAST-CLAIM-SEQUENCE TO WS-NCN-SEQUENCE
176100              MOVE WS-NEW-CLAIM-NUMBER TO WS-CHR-CLAIM-NUMBER
176200              MOVE 'O'              TO WS-CLAIM-ACTION
176300           ELSE
176400              MOVE 13               TO WS-CLAIM-REJECT-REASON
176500           END-IF
176600        WHEN '7'
176700           MOVE WS-CLM-ORIGINAL-NUMBER TO WS-CHR-CLAIM-NUMBER
176800           MOVE 'A'                 TO WS-CLAIM-ACTION
176900        WHEN OTHER
177000           MOVE WS-CLM-ORIGINAL-NUMBER TO WS-CHR-CLAIM-NUMBER
177100           MOVE 'V'                 TO WS-CLAIM-ACTION
177200     END-EVALUATE.
177300/
177400******************************************************************
177500*  THE 'C' HEADER, AN 'S' RECORD PER SEPARATELY-BILLABLE LINE,   *
177550*  THEN ONE DETAIL RECORD PER REVENUE LINE.  THE CLAIM-LEVEL     *
177600*  AMOUNTS - OUTLIER SERVICES, DRUGS BY NDC, Q8, HEIGHT, WEIGHT, *
177650*  THE HEMOGLOBIN/HEMATOCRIT READINGS AND THE CLAIM'S ESA LINE - *
177660*  RIDE ON THE FIRST DIALYSIS LINE ONLY (THE FIRST LINE WHEN     *
177800*  THERE IS NONE) SO THEY ARE PRICED ONCE.  THE                  *
177900*  PROVIDER FIELDS ARE THE PSF'S, THE SAME FALLBACK ESCALRUN USES*
178000*  WHEN IT CANNOT READ THE PSF ITSELF.                           *
178100******************************************************************
178200 3300-WRITE-CLAIM.
178300     MOVE WS-BILLING-PROVIDER-CCN   TO WS-CHR-PROVIDER-NUMBER.
178400     MOVE WS-CLM-THRU-DATE (1:6)    TO WS-CHR-BILLING-MONTH.
178500     MOVE WS-CLM-LINE-COUNT         TO WS-CHR-LINE-COUNT.
178600     WRITE SETWK-RECORD          FROM WS-CLAIM-HDR-RECORD.
178700     ADD 1                          TO WS-SET-CLAIM-COUNT.
178750     PERFORM 3305-WRITE-ONE-SB-LINE
178760        VARYING WS-SUB FROM 1 BY 1
178770        UNTIL WS-SUB > WS-CLM-LINE-COUNT.
178800
178900     MOVE WS-BILLING-PROVIDER-CCN   TO PVX-PROVIDER-NUMBER.
179000     CALL 'ESCALPVX'             USING PROVIDER-LOOKUP-REQUEST
179100                                      PROVIDER-SPECIFIC-RECORD.
179200     IF WS-DIALYSIS-LINE-SUB = ZERO  THEN
179300        MOVE 1                      TO WS-DIALYSIS-LINE-SUB
179400     END-IF.
179500     PERFORM 3310-WRITE-ONE-LINE
179600        VARYING WS-SUB FROM 1 BY 1
179700        UNTIL WS-SUB > WS-CLM-LINE-COUNT.
179800/
179803******************************************************************
179806*  AN 'S' RECORD FOR EACH SEPARATELY-BILLABLE LINE - THE LINES   *
179809*  WHOSE CHARGES MAKE UP THE CLAIM'S OUTLIER SERVICES TOTAL - SO *
179812*  ESCALRUN CAN BUILD THE IMPUTED MAP ITSELF.  THEY ARE NOT      *
179815*  CLAIM LINES AND STAY OUT OF THE DETAIL COUNT AND HASH TOTAL.  *
179818******************************************************************
179821 3305-WRITE-ONE-SB-LINE.
179824     PERFORM 3120-CLASSIFY-LINE.
179827     IF LINE-IS-OUTLIER-SERVICE  AND
179830        (WS-LIN-HCPCS-CODE (WS-SUB) NOT = SPACES  OR
179833         WS-LIN-NDC-CODE (WS-SUB) NOT = SPACES)  THEN
179836        MOVE SPACES                 TO SB-LINE-RECORD
179839        MOVE 'S'                    TO SBL-RECORD-TYPE
179842        MOVE WS-CHR-CLAIM-NUMBER    TO SBL-CLAIM-NUMBER
179845        MOVE WS-BILLING-PROVIDER-CCN TO SBL-PROVIDER-NUMBER
179848        MOVE WS-SUB                 TO SBL-LINE-NUMBER
179851        MOVE WS-LIN-REV-CODE (WS-SUB) TO SBL-REV-CODE
179854        MOVE WS-LIN-HCPCS-CODE (WS-SUB) TO SBL-HCPCS-CODE
179857        MOVE WS-LIN-NDC-CODE (WS-SUB) TO SBL-NDC-CODE
179860        MOVE WS-LIN-SERVICE-DATE (WS-SUB) TO SBL-SERVICE-DATE
179863        MOVE ZERO                   TO SBL-UNITS
179866        IF WS-LIN-UNITS (WS-SUB) > ZERO  THEN
179869           MOVE WS-LIN-UNITS (WS-SUB) TO SBL-UNITS
179872        END-IF
179875        MOVE WS-LIN-CHARGE (WS-SUB) TO SBL-CHARGE
179878        WRITE SETWK-RECORD       FROM SB-LINE-RECORD
179881     END-IF.
179884/
179900 3310-WRITE-ONE-LINE.
180000     INITIALIZE CLAIM-EXTRACT-RECORD.
180100     MOVE WS-BILLING-PROVIDER-CCN   TO CX-PROVIDER-NUMBER.
180200     MOVE WS-CHR-CLAIM-NUMBER       TO CX-CLAIM-NUMBER.
180300     MOVE WS-CLAIM-ACTION           TO CX-CLAIM-ACTION-CODE.
180400     MOVE WS-CLM-COND-CODE (1)      TO CX-COND-CODE.
180500     MOVE WS-CLM-COND-TABLE         TO CX-COND-CODE-TABLE.
180600     MOVE WS-LIN-REV-CODE (WS-SUB)  TO CX-REV-CODE.
180700     MOVE WS-LIN-HCPCS-CODE (WS-SUB) TO CX-HCPCS-CODE.
180800     MOVE WS-PATIENT-DOB            TO CX-DOB-DATE.
180900     MOVE WS-CLM-THRU-DATE          TO CX-THRU-DATE.
181000     MOVE WS-LIN-SERVICE-DATE (WS-SUB) TO
181100                                    CX-LINE-ITEM-DATE-SERVICE.
181200     MOVE WS-PATIENT-MBI            TO CX-MBI.
181300     MOVE WS-PATIENT-MSP-SWITCH     TO CX-MSP-INDICATOR.
181400     MOVE WS-TODAY                  TO CX-CLAIM-RECEIPT-DATE.
181500     PERFORM 3320-MOVE-ONE-DIAGNOSIS
181600        VARYING WS-TABLE-SUB FROM 1 BY 1
181700        UNTIL WS-TABLE-SUB > 10.
181800
181900     PERFORM 3120-CLASSIFY-LINE.
182000     IF LINE-IS-DIALYSIS  THEN
182100        MOVE WS-LIN-UNITS (WS-SUB)  TO
182200                                    CX-CLAIM-NUM-DIALYSIS-SESSIONS
182300     END-IF.
182400
182500     IF WS-SUB = WS-DIALYSIS-LINE-SUB  THEN
182600        MOVE WS-CLM-HEIGHT          TO CX-PATIENT-HGT
182700        MOVE WS-CLM-WEIGHT          TO CX-PATIENT-WGT
182800        MOVE WS-OUTLIER-TOTAL       TO CX-TOT-PRICE-SB-OUTLIER
182900        MOVE WS-CLM-VC-Q8           TO CX-PAYER-ONLY-VC-Q8
183000        MOVE ZERO                   TO WS-NDC-SUB
183100        PERFORM 3330-TAKE-ONE-NDC
183200           VARYING WS-LINE-SUB FROM 1 BY 1
183300           UNTIL WS-LINE-SUB > WS-CLM-LINE-COUNT
183400              OR WS-NDC-SUB = 10
183410        MOVE WS-CLM-VC-48           TO CX-HEMOGLOBIN-READING
183420        MOVE WS-CLM-VC-49           TO CX-HEMATOCRIT-READING
183430        MOVE ZERO                   TO WS-ESA-LINE-SUB
183440        PERFORM 3340-FIND-ESA-LINE
183450           VARYING WS-LINE-SUB FROM 1 BY 1
183460           UNTIL WS-LINE-SUB > WS-CLM-LINE-COUNT
183470              OR WS-ESA-LINE-SUB > ZERO
183480        IF WS-ESA-LINE-SUB > ZERO  THEN
183482           PERFORM 3350-TAKE-ESA-LINE
183484        END-IF
183500     END-IF.
183600
183700     IF PVX-RECORD-FOUND  THEN
183800        MOVE PRVF-PROV-TYPE         TO CX-PROV-TYPE
183900        MOVE PRVF-PROV-LOW-VOLUME-INDIC TO
184000                                    CX-PROV-LOW-VOLUME-INDIC
184100        MOVE PRVF-PROV-WAIVE-BLEND-PAY-INDIC TO
184200                                    CX-PROV-WAIVE-BLEND-PAY-INDIC
184300        MOVE PRVF-QIP-REDUCTION     TO CX-QIP-REDUCTION
184400        MOVE PRVF-GEO-MSA           TO CX-GEO-MSA
184500        MOVE PRVF-GEO-CBSA          TO CX-GEO-CBSA
184600     END-IF.
184700
184800     WRITE SETWK-RECORD          FROM CLAIM-EXTRACT-RECORD.
184900     ADD 1                          TO WS-SET-DETAIL-COUNT.
185000     ADD CX-TOT-PRICE-SB-OUTLIER    TO WS-SET-HASH-TOTAL.
185100/
185200 3320-MOVE-ONE-DIAGNOSIS.
185300     MOVE WS-CLM-DIAG-CODE (WS-TABLE-SUB) TO
185400                                    CX-DIAG-CODE (WS-TABLE-SUB).
185500/
185600 3330-TAKE-ONE-NDC.
185700     IF WS-LIN-NDC-CODE (WS-LINE-SUB) NOT = SPACES  THEN
185800        ADD 1                       TO WS-NDC-SUB
185900        MOVE WS-LIN-NDC-CODE (WS-LINE-SUB) TO
186000                                    CX-NDC-CODE (WS-NDC-SUB)
186100        MOVE WS-LIN-CHARGE (WS-LINE-SUB) TO
186200                                    CX-NDC-DRUG-AMT (WS-NDC-SUB)
186300     END-IF.
186310/
186320 3340-FIND-ESA-LINE.
186330     PERFORM 3345-PROBE-ESA-CODE
186340        VARYING WS-TABLE-SUB FROM 1 BY 1
186350        UNTIL WS-TABLE-SUB > 8
186360           OR WS-ESA-LINE-SUB > ZERO.
186370/
186380 3345-PROBE-ESA-CODE.
186382     IF WS-ESA-HCPCS-CODE (WS-TABLE-SUB) =
186384        WS-LIN-HCPCS-CODE (WS-LINE-SUB)  THEN
186386        MOVE WS-LINE-SUB            TO WS-ESA-LINE-SUB
186388     END-IF.
186390/
186391******************************************************************
186392*  THE CLAIM'S ESA LINE - ITS CHARGE IS THE DRUG AMOUNT THE      *
186393*  MONITORING-POLICY REDUCTION APPLIES TO.                       *
186394******************************************************************
186395 3350-TAKE-ESA-LINE.
186400     MOVE WS-LIN-HCPCS-CODE (WS-ESA-LINE-SUB) TO
186405                                    CX-ESA-HCPCS-CODE.
186410     MOVE WS-LIN-NDC-CODE (WS-ESA-LINE-SUB) TO
186415                                    CX-ESA-NDC-CODE.
186420     MOVE WS-LIN-UNITS (WS-ESA-LINE-SUB) TO
186425                                    CX-ESA-UNITS.
186430     MOVE WS-LIN-MODIFIER (WS-ESA-LINE-SUB 1) TO
186435                                    CX-ESA-MODIFIER (1).
186440     MOVE WS-LIN-MODIFIER (WS-ESA-LINE-SUB 2) TO
186445                                    CX-ESA-MODIFIER (2).
186450     MOVE WS-LIN-CHARGE (WS-ESA-LINE-SUB) TO
186455                                    CX-ESA-DRUG-AMT.
186470/
186500******************************************************************
186600*  A RETURNED CLAIM, HELD WITH WHAT ITS 277CA ENTRY NEEDS.       *
186700******************************************************************
186800 3400-HOLD-RETURNED-CLAIM.
186900     ADD 1                          TO WS-SET-RETURNED-COUNT.
187000     IF WS-SET-REJECT-COUNT < 500  THEN
187100        ADD 1                       TO WS-SET-REJECT-COUNT
187200        MOVE WS-SET-REJECT-COUNT    TO WS-REJECT-SUB
187300        MOVE WS-CLM-PATIENT-CONTROL TO
187400           WS-SRJ-PATIENT-CONTROL (WS-REJECT-SUB)
187500        MOVE WS-PATIENT-MBI         TO WS-SRJ-MBI (WS-REJECT-SUB)
187600        MOVE WS-PATIENT-LAST-NAME   TO
187700           WS-SRJ-LAST-NAME (WS-REJECT-SUB)
187800        MOVE WS-PATIENT-FIRST-NAME  TO
187900           WS-SRJ-FIRST-NAME (WS-REJECT-SUB)
188000        MOVE WS-BILLING-PROVIDER-NAME TO
188100           WS-SRJ-PROVIDER-NAME (WS-REJECT-SUB)
188200        MOVE WS-BILLING-PROVIDER-NPI TO
188300           WS-SRJ-PROVIDER-NPI (WS-REJECT-SUB)
188400        MOVE WS-BILLING-PROVIDER-CCN TO
188500           WS-SRJ-PROVIDER-CCN (WS-REJECT-SUB)
188600        STRING WS-CLM-FACILITY-CODE  WS-CLM-FREQUENCY
188700           DELIMITED BY SIZE
188800           INTO WS-SRJ-BILL-TYPE (WS-REJECT-SUB)
188900        END-STRING
189000        MOVE WS-CLM-FROM-DATE       TO
189100           WS-SRJ-FROM-DATE (WS-REJECT-SUB)
189200        MOVE WS-CLM-THRU-DATE       TO
189300           WS-SRJ-THRU-DATE (WS-REJECT-SUB)
189400        MOVE WS-CLM-CHARGE          TO
189500           WS-SRJ-CHARGE (WS-REJECT-SUB)
189600        MOVE WS-CLAIM-REJECT-REASON TO
189700           WS-SRJ-REASON (WS-REJECT-SUB)
189800        ADD WS-CLM-CHARGE           TO WS-SET-REJECT-TOTAL
189900     ELSE
190000        DISPLAY 'ESCALXIN - MORE THAN 500 CLAIMS RETURNED IN SET '
190100           WS-ST-CONTROL ' - CLAIM ' WS-CLM-PATIENT-CONTROL
190200           ' NOT ON THE 277CA'
190300     END-IF.
190400/
190500******************************************************************
190600*  QUEUE ONE SYNTAX ERROR.  ANY ERROR REJECTS THE SET; ONLY THE  *
190700*  FIRST 20 ON A SEGMENT ARE KEPT.                               *
190800******************************************************************
190900 6000-QUEUE-ERROR.
191000     MOVE 'R'                       TO WS-SET-STATUS.
191100     IF WS-ERROR-QUEUE-COUNT < 20  THEN
191200        ADD 1                       TO WS-ERROR-QUEUE-COUNT
191300        MOVE WS-ERROR-QUEUE-COUNT   TO WS-ERROR-SUB
191400        MOVE WS-Q-KIND              TO WS-ERR-KIND (WS-ERROR-SUB)
191500        MOVE WS-Q-SEGMENT-ID        TO
191600           WS-ERR-SEGMENT-ID (WS-ERROR-SUB)
191700        MOVE WS-Q-POSITION          TO
191800           WS-ERR-POSITION (WS-ERROR-SUB)
191900        MOVE WS-Q-LOOP-ID           TO
192000           WS-ERR-LOOP-ID (WS-ERROR-SUB)
192100        MOVE WS-Q-ELEMENT           TO
192200           WS-ERR-ELEMENT (WS-ERROR-SUB)
192300        MOVE WS-Q-COMPONENT         TO
192400           WS-ERR-COMPONENT (WS-ERROR-SUB)
192500        MOVE WS-Q-CODE              TO WS-ERR-CODE (WS-ERROR-SUB)
192600     END-IF.
192700/
192800 6100-QUEUE-SEGMENT-ERROR.
192900     MOVE 'S'                       TO WS-Q-KIND.
193000     MOVE ZERO                      TO WS-Q-ELEMENT
193100                                       WS-Q-COMPONENT.
193200     MOVE XSP-SEGMENT-ID            TO WS-Q-SEGMENT-ID.
193300     MOVE WS-SET-SEGMENT-COUNT      TO WS-Q-POSITION.
193400     MOVE WS-LOOP-ID                TO WS-Q-LOOP-ID.
193500     PERFORM 6000-QUEUE-ERROR.
193600/
193700 6200-QUEUE-ELEMENT-ERROR.
193800     MOVE 'E'                       TO WS-Q-KIND.
193900     MOVE XSP-SEGMENT-ID            TO WS-Q-SEGMENT-ID.
194000     MOVE WS-SET-SEGMENT-COUNT      TO WS-Q-POSITION.
194100     MOVE WS-LOOP-ID                TO WS-Q-LOOP-ID.
194200     PERFORM 6000-QUEUE-ERROR.
194300/
194400 6210-QUEUE-BAD-ELEMENT.
194500     MOVE ZERO                      TO WS-Q-COMPONENT.
194600     PERFORM 6200-QUEUE-ELEMENT-ERROR.
194700/
194800******************************************************************
194900*  WRITE THE QUEUED ERRORS TO THE 999 - AN IK3 FOR EACH SEGMENT  *
195000*  IN ERROR (CODE 8 WHEN ONLY ITS ELEMENTS ARE), EACH FOLLOWED BY*
195100*  AN IK4 PER BAD ELEMENT.  AT MOST 20 SEGMENTS ARE ACKNOWLEDGED *
195200*  IN ERROR PER SET.                                             *
195300******************************************************************
195400 6900-FLUSH-ERROR-QUEUE.
195500     PERFORM 6910-WRITE-ONE-ERROR
195600        VARYING WS-ERROR-SUB FROM 1 BY 1
195700        UNTIL WS-ERROR-SUB > WS-ERROR-QUEUE-COUNT.
195800     MOVE ZERO                      TO WS-ERROR-QUEUE-COUNT.
195900/
196000 6910-WRITE-ONE-ERROR.
196100     IF ERR-IS-SEGMENT (WS-ERROR-SUB)  OR
196200        WS-ERR-POSITION (WS-ERROR-SUB) NOT = WS-LAST-IK3-POSITION
196300        THEN
196400        MOVE WS-ERR-POSITION (WS-ERROR-SUB)
196500                                    TO WS-LAST-IK3-POSITION
196600        IF WS-IK3-WRITTEN < 20  THEN
196700           ADD 1                    TO WS-IK3-WRITTEN
196800           MOVE 'N'                 TO WS-IK3-SKIP-SWITCH
196900           PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
197000           MOVE 'IK3'               TO XSP-SEGMENT-ID
197100           MOVE WS-ERR-SEGMENT-ID (WS-ERROR-SUB)
197200                                    TO XSP-ELEMENT (1)
197300           MOVE WS-ERR-POSITION (WS-ERROR-SUB)
197400                                    TO WS-FORMAT-NUMBER
197500           PERFORM 8500-FORMAT-COUNT
197600           MOVE WS-FORMAT-TEXT      TO XSP-ELEMENT (2)
197700           IF WS-ERR-LOOP-ID (WS-ERROR-SUB) NOT = 'HEADER'  THEN
197800              MOVE WS-ERR-LOOP-ID (WS-ERROR-SUB)
197900                                    TO XSP-ELEMENT (3)
198000           END-IF
198100           IF ERR-IS-SEGMENT (WS-ERROR-SUB)  THEN
198200              MOVE WS-ERR-CODE (WS-ERROR-SUB)
198300                                    TO XSP-ELEMENT (4)
198400           ELSE
198500              MOVE '8'              TO XSP-ELEMENT (4)
198600           END-IF
198700           PERFORM 8100-WRITE-999-SEGMENT
198800        ELSE
198900           MOVE 'Y'                 TO WS-IK3-SKIP-SWITCH
199000        END-IF
199100     END-IF.
199200
199300     IF ERR-IS-ELEMENT (WS-ERROR-SUB)  AND  NOT IK3-SKIPPED  THEN
199400        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
199500        MOVE 'IK4'                  TO XSP-SEGMENT-ID
199600        MOVE WS-ERR-ELEMENT (WS-ERROR-SUB) TO WS-FORMAT-NUMBER
199700        PERFORM 8500-FORMAT-COUNT
199800        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (1)
199900        IF WS-ERR-COMPONENT (WS-ERROR-SUB) > ZERO  THEN
200000           MOVE WS-ERR-COMPONENT (WS-ERROR-SUB)
200100                                    TO WS-FORMAT-NUMBER
200200           PERFORM 8500-FORMAT-COUNT
200300           MOVE SPACES              TO WS-OUT-SEGMENT
200400           STRING XSP-ELEMENT (1)  DELIMITED BY SPACE
200500              ':'  WS-FORMAT-TEXT  DELIMITED BY SIZE
200600              INTO WS-OUT-SEGMENT
200700           END-STRING
200800           MOVE WS-OUT-SEGMENT      TO XSP-ELEMENT (1)
200900        END-IF
201000        MOVE WS-ERR-CODE (WS-ERROR-SUB) TO XSP-ELEMENT (3)
201100        PERFORM 8100-WRITE-999-SEGMENT
201200     END-IF.
201300/
201400******************************************************************
201500*  AN INTERCHANGE, GROUP OR SET ERROR ON THE INTAKE REPORT.  THE *
201600*  CALLER SETS THE LEVEL AND THE REASON.                         *
201700******************************************************************
201800 7000-REPORT-ENVELOPE-ERROR.
201900     MOVE WS-ISA-SENDER-ID          TO RPT-D-SENDER.
202000     EVALUATE RPT-D-LEVEL
202100        WHEN 'INTERCHANGE'
202200           MOVE WS-ISA-CONTROL      TO RPT-D-CONTROL
202300        WHEN 'GROUP'
202400           MOVE WS-GS-CONTROL       TO RPT-D-CONTROL
202500        WHEN OTHER
202600           MOVE WS-ST-CONTROL       TO RPT-D-CONTROL
202700     END-EVALUATE.
202800     MOVE SPACES                    TO RPT-D-CLAIM
202900                                       RPT-D-CCN
203000                                       RPT-D-CHARGE-AREA.
203100     WRITE X837RPT-RECORD        FROM RPT-DETAIL-LINE.
203200     MOVE SPACES                    TO RPT-D-LEVEL
203300                                       RPT-D-REASON.
203400/
203500******************************************************************
203600*  A CLAIM RETURNED ON THE 277CA, ON THE INTAKE REPORT.          *
203700******************************************************************
203800 7100-REPORT-RETURNED-CLAIM.
203900     MOVE 'CLAIM'                   TO RPT-D-LEVEL.
204000     MOVE WS-ISA-SENDER-ID          TO RPT-D-SENDER.
204100     MOVE WS-ST-CONTROL             TO RPT-D-CONTROL.
204200     MOVE WS-SRJ-PATIENT-CONTROL (WS-REJECT-SUB) TO RPT-D-CLAIM.
204300     MOVE WS-SRJ-PROVIDER-CCN (WS-REJECT-SUB) TO RPT-D-CCN.
204400     MOVE WS-SRJ-CHARGE (WS-REJECT-SUB) TO RPT-D-CHARGE.
204500     MOVE WS-SRJ-REASON (WS-REJECT-SUB) TO WS-TABLE-SUB.
204600     MOVE WS-RR-TEXT (WS-TABLE-SUB) TO RPT-D-REASON.
204700     WRITE X837RPT-RECORD        FROM RPT-DETAIL-LINE.
204800     MOVE SPACES                    TO RPT-D-LEVEL
204900                                       RPT-D-REASON.
205000/
205100******************************************************************
205200*  THE 277CA FOR AN ACCEPTED SET WITH RETURNED CLAIMS - THE PAYER*
205300*  (HL 20), THE SUBMITTER (HL 21) WITH THE SET'S ACCEPTED AND    *
205400*  RETURNED COUNTS, AND A PROVIDER (HL 19) AND PATIENT (HL PT)   *
205500*  FOR EACH RETURNED CLAIM CARRYING ITS A7 STATUS.               *
205600******************************************************************
205700 7500-WRITE-277-SET.
205800     MOVE '7'                       TO WS-OUT-FILE-KIND.
205900     IF NOT OUTBOUND-277-OPEN  THEN
206000        PERFORM 8200-START-OUTBOUND-INTERCHANGE
206100     END-IF.
206200     PERFORM 8210-START-OUTBOUND-SET.
206300     MOVE ZERO                      TO WS-OUT-HL-COUNT.
206400
206500     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
206600     MOVE 'BHT'                     TO XSP-SEGMENT-ID.
206700     MOVE '0085'                    TO XSP-ELEMENT (1).
206800     MOVE '08'                      TO XSP-ELEMENT (2).
206900     IF WS-BHT-REFERENCE = SPACES  THEN
207000        MOVE WS-ST-CONTROL          TO XSP-ELEMENT (3)
207100     ELSE
207200        MOVE WS-BHT-REFERENCE       TO XSP-ELEMENT (3)
207300     END-IF.
207400     MOVE WS-TODAY                  TO XSP-ELEMENT (4).
207500     MOVE WS-TIME-HHMM              TO XSP-ELEMENT (5).
207600     MOVE 'TH'                      TO XSP-ELEMENT (6).
207700     PERFORM 8110-WRITE-277-SEGMENT.
207800
207900     MOVE '20'                      TO WS-HL-LEVEL-CODE.
208000     MOVE ZERO                      TO WS-HL-PARENT.
208100     PERFORM 7590-WRITE-277-HL.
208200     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
208300     MOVE 'NM1'                     TO XSP-SEGMENT-ID.
208400     MOVE 'PR'                      TO XSP-ELEMENT (1).
208500     MOVE '2'                       TO XSP-ELEMENT (2).
208600     MOVE X12C-PAYER-NAME           TO XSP-ELEMENT (3).
208700     MOVE 'PI'                      TO XSP-ELEMENT (8).
208800     MOVE X12C-PAYER-ID             TO XSP-ELEMENT (9).
208900     PERFORM 8110-WRITE-277-SEGMENT.
209000     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
209100     MOVE 'TRN'                     TO XSP-SEGMENT-ID.
209200     MOVE '1'                       TO XSP-ELEMENT (1).
209300     MOVE WS-ISA-CONTROL            TO XSP-ELEMENT (2).
209400     PERFORM 8110-WRITE-277-SEGMENT.
209500     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
209600     MOVE 'DTP'                     TO XSP-SEGMENT-ID.
209700     MOVE '050'                     TO XSP-ELEMENT (1).
209800     MOVE 'D8'                      TO XSP-ELEMENT (2).
209900     MOVE WS-TODAY                  TO XSP-ELEMENT (3).
210000     PERFORM 8110-WRITE-277-SEGMENT.
210100     MOVE '009'                     TO XSP-ELEMENT (1).
210200     PERFORM 8110-WRITE-277-SEGMENT.
210300
210400     MOVE '21'                      TO WS-HL-LEVEL-CODE.
210500     MOVE 1                         TO WS-HL-PARENT.
210600     PERFORM 7590-WRITE-277-HL.
210700     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
210800     MOVE 'NM1'                     TO XSP-SEGMENT-ID.
210900     MOVE '41'                      TO XSP-ELEMENT (1).
211000     MOVE '2'                       TO XSP-ELEMENT (2).
211100     MOVE WS-SUBMITTER-NAME         TO XSP-ELEMENT (3).
211200     MOVE '46'                      TO XSP-ELEMENT (8).
211300     MOVE WS-SUBMITTER-ID           TO XSP-ELEMENT (9).
211400     PERFORM 8110-WRITE-277-SEGMENT.
211500     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
211600     MOVE 'TRN'                     TO XSP-SEGMENT-ID.
211700     MOVE '2'                       TO XSP-ELEMENT (1).
211800     IF WS-BHT-REFERENCE = SPACES  THEN
211900        MOVE WS-ST-CONTROL          TO XSP-ELEMENT (2)
212000     ELSE
212100        MOVE WS-BHT-REFERENCE       TO XSP-ELEMENT (2)
212200     END-IF.
212300     PERFORM 8110-WRITE-277-SEGMENT.
212400     IF WS-SET-CLAIM-COUNT > ZERO  THEN
212500        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
212600        MOVE 'QTY'                  TO XSP-SEGMENT-ID
212700        MOVE '90'                   TO XSP-ELEMENT (1)
212800        MOVE WS-SET-CLAIM-COUNT     TO WS-FORMAT-NUMBER
212900        PERFORM 8500-FORMAT-COUNT
213000        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (2)
213100        PERFORM 8110-WRITE-277-SEGMENT
213200     END-IF.
213300     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
213400     MOVE 'QTY'                     TO XSP-SEGMENT-ID.
213500     MOVE 'AA'                      TO XSP-ELEMENT (1).
213600     MOVE WS-SET-REJECT-COUNT       TO WS-FORMAT-NUMBER.
213700     PERFORM 8500-FORMAT-COUNT.
213800     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (2).
213900     PERFORM 8110-WRITE-277-SEGMENT.
214000     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
214100     MOVE 'AMT'                     TO XSP-SEGMENT-ID.
214200     MOVE 'YY'                      TO XSP-ELEMENT (1).
214300     MOVE WS-SET-REJECT-TOTAL       TO WS-FORMAT-AMOUNT.
214400     PERFORM 8510-FORMAT-AMOUNT.
214500     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (2).
214600     PERFORM 8110-WRITE-277-SEGMENT.
214700
214800     PERFORM 7510-WRITE-277-CLAIM
214900        VARYING WS-REJECT-SUB FROM 1 BY 1
215000        UNTIL WS-REJECT-SUB > WS-SET-REJECT-COUNT.
215100     PERFORM 8220-END-OUTBOUND-SET.
215200/
215300 7510-WRITE-277-CLAIM.
215400     MOVE '19'                      TO WS-HL-LEVEL-CODE.
215500     MOVE 2                         TO WS-HL-PARENT.
215600     PERFORM 7590-WRITE-277-HL.
215700     MOVE WS-OUT-HL-COUNT           TO WS-OUT-PROVIDER-HL.
215800     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
215900     MOVE 'NM1'                     TO XSP-SEGMENT-ID.
216000     MOVE '85'                      TO XSP-ELEMENT (1).
216100     MOVE '2'                       TO XSP-ELEMENT (2).
216200     MOVE WS-SRJ-PROVIDER-NAME (WS-REJECT-SUB)
216300                                    TO XSP-ELEMENT (3).
216400     IF WS-SRJ-PROVIDER-NPI (WS-REJECT-SUB) NOT = SPACES  THEN
216500        MOVE 'XX'                   TO XSP-ELEMENT (8)
216600        MOVE WS-SRJ-PROVIDER-NPI (WS-REJECT-SUB)
216700                                    TO XSP-ELEMENT (9)
216800     END-IF.
216900     PERFORM 8110-WRITE-277-SEGMENT.
217000
217100     MOVE 'PT'                      TO WS-HL-LEVEL-CODE.
217200     MOVE WS-OUT-PROVIDER-HL        TO WS-HL-PARENT.
217300     PERFORM 7590-WRITE-277-HL.
217400     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
217500     MOVE 'NM1'                     TO XSP-SEGMENT-ID.
217600     MOVE 'QC'                      TO XSP-ELEMENT (1).
217700     MOVE '1'                       TO XSP-ELEMENT (2).
217800     MOVE WS-SRJ-LAST-NAME (WS-REJECT-SUB) TO XSP-ELEMENT (3).
217900     MOVE WS-SRJ-FIRST-NAME (WS-REJECT-SUB) TO XSP-ELEMENT (4).
218000     IF WS-SRJ-MBI (WS-REJECT-SUB) NOT = SPACES  THEN
218100        MOVE 'MI'                   TO XSP-ELEMENT (8)
218200        MOVE WS-SRJ-MBI (WS-REJECT-SUB) TO XSP-ELEMENT (9)
218300     END-IF.
218400     PERFORM 8110-WRITE-277-SEGMENT.
218500
218600     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
218700     MOVE 'TRN'                     TO XSP-SEGMENT-ID.
218800     MOVE '2'                       TO XSP-ELEMENT (1).
218900     MOVE WS-SRJ-PATIENT-CONTROL (WS-REJECT-SUB)
219000                                    TO XSP-ELEMENT (2).
219100     PERFORM 8110-WRITE-277-SEGMENT.
219200
219300     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
219400     MOVE 'STC'                     TO XSP-SEGMENT-ID.
219500     MOVE WS-SRJ-REASON (WS-REJECT-SUB) TO WS-TABLE-SUB.
219600     MOVE SPACES                    TO WS-OUT-SEGMENT.
219700     IF WS-RR-ENTITY-CODE (WS-TABLE-SUB) = SPACES  THEN
219800        STRING 'A7:'  WS-RR-STATUS-CODE (WS-TABLE-SUB)
219900           DELIMITED BY SPACE
220000           INTO WS-OUT-SEGMENT
220100        END-STRING
220200     ELSE
220300        STRING 'A7:'  WS-RR-STATUS-CODE (WS-TABLE-SUB)
220400           DELIMITED BY SPACE
220500           ':'  WS-RR-ENTITY-CODE (WS-TABLE-SUB)
220600           DELIMITED BY SIZE
220700           INTO WS-OUT-SEGMENT
220800        END-STRING
220900     END-IF.
221000     MOVE WS-OUT-SEGMENT            TO XSP-ELEMENT (1).
221100     MOVE WS-TODAY                  TO XSP-ELEMENT (2).
221200     MOVE 'U'                       TO XSP-ELEMENT (3).
221300     MOVE WS-SRJ-CHARGE (WS-REJECT-SUB) TO WS-FORMAT-AMOUNT.
221400     PERFORM 8510-FORMAT-AMOUNT.
221500     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (4).
221600     PERFORM 8110-WRITE-277-SEGMENT.
221700
221800     IF WS-SRJ-BILL-TYPE (WS-REJECT-SUB) NOT = SPACES  THEN
221900        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
222000        MOVE 'REF'                  TO XSP-SEGMENT-ID
222100        MOVE 'BLT'                  TO XSP-ELEMENT (1)
222200        MOVE WS-SRJ-BILL-TYPE (WS-REJECT-SUB)
222300                                    TO XSP-ELEMENT (2)
222400        PERFORM 8110-WRITE-277-SEGMENT
222500     END-IF.
222600
222700     IF WS-SRJ-FROM-DATE (WS-REJECT-SUB) > ZERO  THEN
222800        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
222900        MOVE 'DTP'                  TO XSP-SEGMENT-ID
223000        MOVE '472'                  TO XSP-ELEMENT (1)
223100        MOVE 'RD8'                  TO XSP-ELEMENT (2)
223200        STRING WS-SRJ-FROM-DATE (WS-REJECT-SUB)  '-'
223300           WS-SRJ-THRU-DATE (WS-REJECT-SUB)
223400           DELIMITED BY SIZE
223500           INTO XSP-ELEMENT (3)
223600        END-STRING
223700        PERFORM 8110-WRITE-277-SEGMENT
223800     END-IF.
223900/
224000 7590-WRITE-277-HL.
224100     ADD 1                          TO WS-OUT-HL-COUNT.
224200     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
224300     MOVE 'HL '                     TO XSP-SEGMENT-ID.
224400     MOVE WS-OUT-HL-COUNT           TO WS-FORMAT-NUMBER.
224500     PERFORM 8500-FORMAT-COUNT.
224600     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (1).
224700     IF WS-HL-PARENT > ZERO  THEN
224800        MOVE WS-HL-PARENT           TO WS-FORMAT-NUMBER
224900        PERFORM 8500-FORMAT-COUNT
225000        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (2)
225100     END-IF.
225200     MOVE WS-HL-LEVEL-CODE          TO XSP-ELEMENT (3).
225300     IF WS-HL-LEVEL-CODE = 'PT'  THEN
225400        MOVE '0'                    TO XSP-ELEMENT (4)
225500     ELSE
225600        MOVE '1'                    TO XSP-ELEMENT (4)
225700     END-IF.
225800     PERFORM 8110-WRITE-277-SEGMENT.
225900/
226000******************************************************************
226100*  PRCCLM - THE HEADER, EVERY ACCEPTED CLAIM, THE TRAILER.  IT IS*
226200*  WRITTEN EVEN WHEN NO CLAIM WAS TAKEN, SO THE SORT STEP AND    *
226300*  ESCALRUN SEE AN EMPTY TRANSMISSION RATHER THAN NO FILE.       *
226400******************************************************************
226500 8000-BUILD-DAILY-CLAIM-FILE.
226600     CLOSE ACCEPTED-WORK-FILE.
226700     OPEN INPUT  ACCEPTED-WORK-FILE.
226800     OPEN OUTPUT DAILY-CLAIM-OUT.
226900
227000     MOVE SPACES                    TO PRCCLM-HEADER-RECORD.
227100     MOVE 'H'                       TO PRCCLM-HDR-RECORD-TYPE.
227200     MOVE WS-TODAY                  TO PRCCLM-HDR-RUN-DATE.
227300     MOVE WS-PRICER-VERSION         TO
227400                                    PRCCLM-HDR-VERSION-EXPECTED.
227500     MOVE WS-PROVIDER-COUNT         TO PRCCLM-HDR-PROVIDER-COUNT.
227600     MOVE WS-DETAIL-COUNT           TO PRCCLM-HDR-CLAIM-COUNT.
227700     WRITE PRCCLM-HEADER-RECORD.
227800
227900     MOVE 'N'                       TO WS-WORK-EOF-SWITCH.
228000     PERFORM 8010-COPY-ONE-ACCEPTED-RECORD
228100        UNTIL WORK-END-OF-FILE.
228200
228300     MOVE SPACES                    TO PRCCLM-TRAILER-RECORD.
228400     MOVE 'T'                       TO PRCCLM-TRL-RECORD-TYPE.
228500     MOVE WS-DETAIL-COUNT           TO PRCCLM-TRL-CLAIM-COUNT.
228600     MOVE WS-HASH-TOTAL             TO PRCCLM-TRL-HASH-TOTAL.
228700     WRITE PRCCLM-TRAILER-RECORD.
228800
228900     CLOSE ACCEPTED-WORK-FILE
229000           DAILY-CLAIM-OUT.
229100/
229200 8010-COPY-ONE-ACCEPTED-RECORD.
229300     READ ACCEPTED-WORK-FILE  INTO WS-WORK-RECORD
229400         AT END
229500           MOVE 'Y'                 TO WS-WORK-EOF-SWITCH
229600     END-READ.
229700     IF NOT WORK-END-OF-FILE  THEN
229800        WRITE PRCCLM-DETAIL-RECORD FROM WS-WORK-RECORD
229900     END-IF.
230000/
230100******************************************************************
230200***  Outbound X12.  A segment is built by clearing the element
230300***  table, filling the segment ID and elements, and writing it
230400***  through ESCALXSP, which drops the trailing empty elements.
230500******************************************************************
230600 8050-CLEAR-OUTBOUND-SEGMENT.
230700     MOVE SPACES                    TO XSP-SEGMENT-ID
230800                                       XSP-ELEMENT-TABLE.
230900/
231000 8100-WRITE-999-SEGMENT.
231100     PERFORM 8150-BUILD-OUTBOUND-SEGMENT.
231200     WRITE X999-RECORD           FROM XSP-SEGMENT.
231300     ADD 1                          TO WS-OUT-999-SEGMENTS.
231400/
231500 8110-WRITE-277-SEGMENT.
231600     PERFORM 8150-BUILD-OUTBOUND-SEGMENT.
231700     WRITE X277-RECORD           FROM XSP-SEGMENT.
231800     ADD 1                          TO WS-OUT-277-SEGMENTS.
231900/
232000 8150-BUILD-OUTBOUND-SEGMENT.
232100     MOVE 'B'                       TO XSP-FUNCTION.
232200     MOVE '*'                       TO XSP-ELEMENT-SEPARATOR.
232300     MOVE ':'                       TO XSP-COMPONENT-SEPARATOR.
232400     MOVE 30                        TO XSP-ELEMENT-COUNT.
232500     CALL 'ESCALXSP'             USING X12-SEGMENT-REQUEST.
232600/
232700 8160-WRITE-ENVELOPE-SEGMENT.
232800     PERFORM 8150-BUILD-OUTBOUND-SEGMENT.
232900     IF OUTBOUND-IS-999  THEN
233000        WRITE X999-RECORD        FROM XSP-SEGMENT
233100     ELSE
233200        WRITE X277-RECORD        FROM XSP-SEGMENT
233300     END-IF.
233400/
233500******************************************************************
233600*  A NEW OUTBOUND INTERCHANGE AND ITS ONE GROUP, BACK TO THE     *
233700*  SENDER OF THE INBOUND INTERCHANGE, UNDER THE NEXT CONTROL     *
233800*  NUMBERS OFF X12CTL.                                           *
233900******************************************************************
234000 8200-START-OUTBOUND-INTERCHANGE.
234100     MOVE WS-ISA-RECEIVER-QUALIFIER TO WS-OISA-SENDER-QUALIFIER.
234200     MOVE WS-ISA-RECEIVER-ID        TO WS-OISA-SENDER-ID.
234300     MOVE WS-ISA-SENDER-QUALIFIER   TO WS-OISA-RECEIVER-QUALIFIER.
234400     MOVE WS-ISA-SENDER-ID          TO WS-OISA-RECEIVER-ID.
234500     MOVE WS-TODAY-YYMMDD           TO WS-OISA-DATE.
234600     MOVE WS-TIME-HHMM              TO WS-OISA-TIME.
234700     MOVE X12C-NEXT-INTERCHANGE     TO WS-OISA-CONTROL.
234800     MOVE WS-ISA-USAGE              TO WS-OISA-USAGE.
234900     PERFORM 8230-STEP-INTERCHANGE-NUMBER.
235000
235100     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
235200     MOVE 'GS '                     TO XSP-SEGMENT-ID.
235300     MOVE WS-GS-RECEIVER            TO XSP-ELEMENT (2).
235400     MOVE WS-GS-SENDER              TO XSP-ELEMENT (3).
235500     MOVE WS-TODAY                  TO XSP-ELEMENT (4).
235600     MOVE WS-TIME-HHMM              TO XSP-ELEMENT (5).
235700     MOVE X12C-NEXT-GROUP           TO WS-FORMAT-NUMBER.
235800     PERFORM 8500-FORMAT-COUNT.
235900     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (6).
236000     MOVE 'X'                       TO XSP-ELEMENT (7).
236100     PERFORM 8240-STEP-GROUP-NUMBER.
236200
236300     IF OUTBOUND-IS-999  THEN
236400        WRITE X999-RECORD        FROM WS-OUT-ISA
236500        MOVE WS-OISA-CONTROL        TO WS-OUT-999-ISA
236600        MOVE WS-FORMAT-NUMBER       TO WS-OUT-999-GROUP
236700        MOVE ZERO                   TO WS-OUT-999-SETS
236800        MOVE 'Y'                    TO WS-999-OPEN-SWITCH
236900        MOVE 'FA'                   TO XSP-ELEMENT (1)
237000        MOVE '005010X231A1'         TO XSP-ELEMENT (8)
237100     ELSE
237200        WRITE X277-RECORD        FROM WS-OUT-ISA
237300        MOVE WS-OISA-CONTROL        TO WS-OUT-277-ISA
237400        MOVE WS-FORMAT-NUMBER       TO WS-OUT-277-GROUP
237500        MOVE ZERO                   TO WS-OUT-277-SETS
237600        MOVE 'Y'                    TO WS-277-OPEN-SWITCH
237700        MOVE 'HN'                   TO XSP-ELEMENT (1)
237800        MOVE '005010X214'           TO XSP-ELEMENT (8)
237900     END-IF.
238000     PERFORM 8160-WRITE-ENVELOPE-SEGMENT.
238100/
238200 8210-START-OUTBOUND-SET.
238300     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
238400     MOVE 'ST '                     TO XSP-SEGMENT-ID.
238500     IF OUTBOUND-IS-999  THEN
238600        ADD 1                       TO WS-OUT-999-SETS
238700        MOVE ZERO                   TO WS-OUT-999-SEGMENTS
238800        MOVE WS-OUT-999-SETS        TO WS-OUT-ST-CONTROL
238900        MOVE '999'                  TO XSP-ELEMENT (1)
239000        MOVE WS-OUT-ST-CONTROL      TO XSP-ELEMENT (2)
239100        MOVE '005010X231A1'         TO XSP-ELEMENT (3)
239200        PERFORM 8100-WRITE-999-SEGMENT
239300     ELSE
239400        ADD 1                       TO WS-OUT-277-SETS
239500        MOVE ZERO                   TO WS-OUT-277-SEGMENTS
239600        MOVE WS-OUT-277-SETS        TO WS-OUT-ST-CONTROL
239700        MOVE '277'                  TO XSP-ELEMENT (1)
239800        MOVE WS-OUT-ST-CONTROL      TO XSP-ELEMENT (2)
239900        MOVE '005010X214'           TO XSP-ELEMENT (3)
240000        PERFORM 8110-WRITE-277-SEGMENT
240100     END-IF.
240200/
240300 8220-END-OUTBOUND-SET.
240400     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
240500     MOVE 'SE '                     TO XSP-SEGMENT-ID.
240600     IF OUTBOUND-IS-999  THEN
240700        COMPUTE WS-FORMAT-NUMBER = WS-OUT-999-SEGMENTS + 1
240800        MOVE WS-OUT-999-SETS        TO WS-OUT-ST-CONTROL
240900     ELSE
241000        COMPUTE WS-FORMAT-NUMBER = WS-OUT-277-SEGMENTS + 1
241100        MOVE WS-OUT-277-SETS        TO WS-OUT-ST-CONTROL
241200     END-IF.
241300     PERFORM 8500-FORMAT-COUNT.
241400     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (1).
241500     MOVE WS-OUT-ST-CONTROL         TO XSP-ELEMENT (2).
241600     PERFORM 8160-WRITE-ENVELOPE-SEGMENT.
241700/
241800 8230-STEP-INTERCHANGE-NUMBER.
241900     IF X12C-NEXT-INTERCHANGE = 999999999  THEN
242000        MOVE 1                      TO X12C-NEXT-INTERCHANGE
242100     ELSE
242200        ADD 1                       TO X12C-NEXT-INTERCHANGE
242300     END-IF.
242400/
242500 8240-STEP-GROUP-NUMBER.
242600     IF X12C-NEXT-GROUP = 999999999  THEN
242700        MOVE 1                      TO X12C-NEXT-GROUP
242800     ELSE
242900        ADD 1                       TO X12C-NEXT-GROUP
243000     END-IF.
243100/
243200******************************************************************
243300*  GE AND IEA CLOSE AN OUTBOUND INTERCHANGE - ONE GROUP EACH.    *
243400******************************************************************
243500 8250-END-OUTBOUND-INTERCHANGE.
243600     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
243700     MOVE 'GE '                     TO XSP-SEGMENT-ID.
243800     IF OUTBOUND-IS-999  THEN
243900        MOVE WS-OUT-999-SETS        TO WS-FORMAT-NUMBER
244000        PERFORM 8500-FORMAT-COUNT
244100        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (1)
244200        MOVE WS-OUT-999-GROUP       TO WS-FORMAT-NUMBER
244300        MOVE WS-OUT-999-ISA         TO WS-OISA-CONTROL
244400        MOVE 'N'                    TO WS-999-OPEN-SWITCH
244500     ELSE
244600        MOVE WS-OUT-277-SETS        TO WS-FORMAT-NUMBER
244700        PERFORM 8500-FORMAT-COUNT
244800        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (1)
244900        MOVE WS-OUT-277-GROUP       TO WS-FORMAT-NUMBER
245000        MOVE WS-OUT-277-ISA         TO WS-OISA-CONTROL
245100        MOVE 'N'                    TO WS-277-OPEN-SWITCH
245200     END-IF.
245300     PERFORM 8500-FORMAT-COUNT.
245400     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (2).
245500     PERFORM 8160-WRITE-ENVELOPE-SEGMENT.
245600
245700     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
245800     MOVE 'IEA'                     TO XSP-SEGMENT-ID.
245900     MOVE '1'                       TO XSP-ELEMENT (1).
246000     MOVE WS-OISA-CONTROL           TO XSP-ELEMENT (2).
246100     PERFORM 8160-WRITE-ENVELOPE-SEGMENT.
246200/
246300******************************************************************
246400***  Inbound X12 through ESCALXSP, on the separators the current
246500***  ISA declared.
246600******************************************************************
246700 8300-SPLIT-INBOUND-SEGMENT.
246800     MOVE 'S'                       TO XSP-FUNCTION.
246900     MOVE WS-IN-ELEMENT-SEPARATOR   TO XSP-ELEMENT-SEPARATOR.
247000     MOVE WS-IN-COMPONENT-SEPARATOR TO XSP-COMPONENT-SEPARATOR.
247100     CALL 'ESCALXSP'             USING X12-SEGMENT-REQUEST.
247200/
247300 8320-SPLIT-INBOUND-COMPOSITE.
247400     MOVE 'C'                       TO XSP-FUNCTION.
247500     MOVE WS-IN-ELEMENT-SEPARATOR   TO XSP-ELEMENT-SEPARATOR.
247600     MOVE WS-IN-COMPONENT-SEPARATOR TO XSP-COMPONENT-SEPARATOR.
247700     CALL 'ESCALXSP'             USING X12-SEGMENT-REQUEST.
247800/
247900 8350-CONVERT-INBOUND-AMOUNT.
248000     MOVE 'A'                       TO XSP-FUNCTION.
248100     CALL 'ESCALXSP'             USING X12-SEGMENT-REQUEST.
248200/
248300******************************************************************
248400*  A TRAILER COUNT ELEMENT (ELEMENT WS-SUB) AS A NUMBER.  ONE    *
248500*  THAT IS NOT NUMERIC COMES BACK AS ALL NINES, WHICH NO COUNT   *
248600*  WILL MATCH.                                                   *
248700******************************************************************
248800 8400-ELEMENT-TO-COUNT.
248900     MOVE 9999999999                TO WS-TRAILER-COUNT.
249000     IF XSP-ELEMENT-LENGTH (WS-SUB) > ZERO  AND
249100        XSP-ELEMENT-LENGTH (WS-SUB) NOT > 10  THEN
249200        MOVE XSP-ELEMENT (WS-SUB) (1:XSP-ELEMENT-LENGTH (WS-SUB))
249300                                    TO WS-NUMERIC-TEXT
249400        INSPECT WS-NUMERIC-TEXT REPLACING LEADING SPACE BY ZERO
249500        IF WS-NUMERIC-TEXT NUMERIC  THEN
249600           MOVE WS-NUMERIC-VALUE    TO WS-TRAILER-COUNT
249700        END-IF
249800     END-IF.
249900/
250000******************************************************************
250100*  A COUNT OR AN AMOUNT AS X12 WANTS IT - NO LEADING ZEROS OR    *
250200*  SPACES - IN WS-FORMAT-TEXT.                                   *
250300******************************************************************
250400 8500-FORMAT-COUNT.
250500     MOVE WS-FORMAT-NUMBER          TO WS-FORMAT-EDIT.
250600     MOVE 1                         TO WS-FORMAT-POINTER.
250700     INSPECT WS-FORMAT-EDIT
250800        TALLYING WS-FORMAT-POINTER FOR LEADING SPACE.
250900     MOVE WS-FORMAT-EDIT (WS-FORMAT-POINTER:) TO WS-FORMAT-TEXT.
251000/
251100 8510-FORMAT-AMOUNT.
251200     MOVE WS-FORMAT-AMOUNT          TO WS-FORMAT-AMOUNT-EDIT.
251300     MOVE 1                         TO WS-FORMAT-POINTER.
251400     INSPECT WS-FORMAT-AMOUNT-EDIT
251500        TALLYING WS-FORMAT-POINTER FOR LEADING SPACE.
251600     MOVE WS-FORMAT-AMOUNT-EDIT (WS-FORMAT-POINTER:)
251700                                    TO WS-FORMAT-TEXT.
251800/
251900******************************************************************
252000*  A CCYYMMDD DATE IN WS-DATE-TEXT, CHECKED FOR A REAL MONTH AND *
252100*  DAY.  A GOOD ONE IS LEFT IN WS-DATE-CHECK.                    *
252200******************************************************************
252300 8800-EDIT-DATE.
252400     MOVE 'N'                       TO WS-DATE-VALID-SWITCH.
252500     IF WS-DATE-TEXT (1:8) NUMERIC  AND
252600        WS-DATE-TEXT (9:) = SPACES  THEN
252700        MOVE WS-DATE-TEXT (1:8)     TO WS-DATE-CHECK
252800        IF WS-DATE-CHECK-CCYY > 1900  AND
252900           WS-DATE-CHECK-MM > ZERO  AND
253000           WS-DATE-CHECK-MM < 13  AND
253100           WS-DATE-CHECK-DD > ZERO  AND
253200           WS-DATE-CHECK-DD NOT > WS-MONTH-DAYS (WS-DATE-CHECK-MM)
253300           THEN
253400           MOVE 'Y'                 TO WS-DATE-VALID-SWITCH
253500        END-IF
253600     END-IF.
253700/
253800 8900-PRINT-TOTALS.
253900     MOVE SPACES                    TO X837RPT-RECORD.
254000     WRITE X837RPT-RECORD.
254100     MOVE 'SEGMENTS READ  . . . . . . . . . . . .' TO RPT-T-LABEL.
254200     MOVE WS-SEGMENTS-READ          TO RPT-T-COUNT.
254300     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
254400     MOVE 'INTERCHANGES READ  . . . . . . . . . .' TO RPT-T-LABEL.
254500     MOVE WS-INTERCHANGES-READ      TO RPT-T-COUNT.
254600     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
254700     MOVE '  IN ERROR . . . . . . . . . . . . . .' TO RPT-T-LABEL.
254800     MOVE WS-INTERCHANGES-REJECTED  TO RPT-T-COUNT.
254900     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
255000     MOVE 'FUNCTIONAL GROUPS READ . . . . . . . .' TO RPT-T-LABEL.
255100     MOVE WS-GROUPS-READ            TO RPT-T-COUNT.
255200     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
255300     MOVE '  REJECTED . . . . . . . . . . . . . .' TO RPT-T-LABEL.
255400     MOVE WS-GROUPS-REJECTED        TO RPT-T-COUNT.
255500     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
255600     MOVE 'TRANSACTION SETS READ  . . . . . . . .' TO RPT-T-LABEL.
255700     MOVE WS-SETS-READ              TO RPT-T-COUNT.
255800     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
255900     MOVE '  REJECTED . . . . . . . . . . . . . .' TO RPT-T-LABEL.
256000     MOVE WS-SETS-REJECTED          TO RPT-T-COUNT.
256100     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
256200     MOVE 'CLAIMS READ  . . . . . . . . . . . . .' TO RPT-T-LABEL.
256300     MOVE WS-CLAIMS-READ            TO RPT-T-COUNT.
256400     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
256500     MOVE '  TAKEN TO PRCCLM  . . . . . . . . . .' TO RPT-T-LABEL.
256600     MOVE WS-CLAIMS-ACCEPTED        TO RPT-T-COUNT.
256700     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
256800     MOVE '  RETURNED ON THE 277CA  . . . . . . .' TO RPT-T-LABEL.
256900     MOVE WS-CLAIMS-REJECTED        TO RPT-T-COUNT.
257000     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
257100     MOVE 'PRCCLM DETAIL RECORDS  . . . . . . . .' TO RPT-T-LABEL.
257200     MOVE WS-DETAIL-COUNT           TO RPT-T-COUNT.
257300     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
257400     MOVE 'PRCCLM PROVIDERS . . . . . . . . . . .' TO RPT-T-LABEL.
257500     MOVE WS-PROVIDER-COUNT         TO RPT-T-COUNT.
257600     WRITE X837RPT-RECORD        FROM RPT-TOTAL-LINE.
257700     MOVE 'PRCCLM HASH TOTAL  . . . . . . . . . .'
257800                                    TO RPT-TA-LABEL.
257900     MOVE WS-HASH-TOTAL             TO RPT-TA-AMOUNT.
258000     WRITE X837RPT-RECORD        FROM RPT-TOTAL-AMOUNT-LINE.
258100/
258200******************************************************************
258300*  X12CTL IS REWRITTEN WITH THE NEXT CONTROL AND CLAIM NUMBERS.  *
258400*  RETURN CODE 8 WHEN AN INTERCHANGE, GROUP OR SET WAS REJECTED, *
258500*  4 WHEN CLAIMS WERE RETURNED, 16 WHEN NOTHING COULD BE READ.   *
258600******************************************************************
258700 9000-TERMINATE.
258800     IF X12C-NOT-ON-FILE  THEN
258900        CLOSE X12-CONTROL
259000        MOVE 16                     TO RETURN-CODE
259100     ELSE
259200        MOVE WS-TODAY               TO X12C-LAST-UPDATE-DATE
259300        REWRITE X12-CONTROL-RECORD
259400        CLOSE X12-CONTROL
259500              X837-IN
259600              ACK-999-OUT
259700              ACK-277-OUT
259800              INTAKE-REPORT
259900        DISPLAY 'ESCALXIN - ' WS-CLAIMS-READ ' CLAIMS READ, '
260000           WS-CLAIMS-ACCEPTED ' TAKEN, '
260100           WS-CLAIMS-REJECTED ' RETURNED, '
260200           WS-SETS-REJECTED ' SETS REJECTED'
260300        IF WS-INTERCHANGES-REJECTED > ZERO  OR
260400           WS-GROUPS-REJECTED > ZERO  OR
260500           WS-SETS-REJECTED > ZERO  THEN
260600           MOVE 8                   TO RETURN-CODE
260700        ELSE
260800           IF WS-CLAIMS-REJECTED > ZERO  THEN
260900              MOVE 4                TO RETURN-CODE
261000           ELSE
261100              MOVE ZERO             TO RETURN-CODE
261200           END-IF
261300        END-IF
261400     END-IF.
