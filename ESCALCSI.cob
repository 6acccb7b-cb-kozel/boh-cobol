000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALCSI.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALCSI - NEW PROGRAM
000700*         - BATCH CLAIM STATUS INQUIRY AND RESPONSE.  READS THE
000800*           DAY'S X12 276 INQUIRIES (X276IN, ONE SEGMENT TO A
000900*           RECORD AS THE EDI GATEWAY DELIVERS THEM) AND ANSWERS
001000*           EVERY ONE ON A 277 (X277SR) - SO PROVIDERS AND
001100*           CLEARINGHOUSES CAN LEARN WHERE A CLAIM STANDS
001200*           OVERNIGHT INSTEAD OF BY TELEPHONE.  THE CLAIM IS
001300*           FOUND BY ITS CLAIM NUMBER (REF 1K) ON THE HISTORY
001400*           CROSS-REFERENCE (HISTXREF), OR BY THE PATIENT'S MBI,
001500*           SERVICE DATES AND CCN ON THE BENEFICIARY CLAIM
001600*           CROSS-REFERENCE (MBIXREF); THEN THE SUSPENSE MASTER
001700*           (SUSPMST), THE MEDICAL REVIEW QUEUE (MRVQUE), THE
001800*           PAYMENT-FLOOR HOLD FILE (REMHLDO), THE WITHHELD-FUNDS
001900*           HOLDS (WHLDNEW), THE BANK FUNDING FILE (EFTFUND) AND
002000*           THE OUTSTANDING CHECK REGISTER (CHKREG) ARE EACH
002100*           PASSED ONCE AGAINST ALL THE INQUIRIES.  THE 277
002200*           CARRIES THE CLAIM STATUS CATEGORY AND CODE, THE
002300*           CHARGE AND THE AMOUNT PAID, THE EFT TRACE OR CHECK
002400*           NUMBER WHEN PAID, AND THE RTC REASON TEXT OFF THE
002500*           REASON MASTER (RCMFILE) WHEN REJECTED.  A SET THAT
002600*           FAILS ITS ENVELOPE EDITS IS NOT ANSWERED AND IS
002700*           LISTED ON THE REPORT (X276RPT).  CONTROL NUMBERS COME
002800*           OFF X12CTL, SHARED WITH ESCALXIN.  RETURN CODE 0 WHEN
002900*           EVERY INQUIRY WAS ANSWERED, 4 WHEN AN INTERCHANGE,
003000*           GROUP OR SET WAS PASSED OVER, 16 WHEN X12CTL IS EMPTY
003100*           AND NOTHING WAS READ.
003200******************************************************************
003300 DATE-COMPILED.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.            IBM-Z990.
003700 OBJECT-COMPUTER.            IBM-Z990.
003800 INPUT-OUTPUT  SECTION.
003900 FILE-CONTROL.
004000     SELECT X276-IN              ASSIGN TO X276IN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT STATUS-277-OUT       ASSIGN TO X277SR
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT X12-CONTROL          ASSIGN TO X12CTL
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT HISTORY-XREF         ASSIGN TO HISTXREF
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS HX-RECORD-KEY.
005000     SELECT BENE-HISTORY-XREF    ASSIGN TO MBIXREF
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS BHX-RECORD-KEY.
005400     SELECT REASON-MASTER        ASSIGN TO RCMFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS RCM-RECORD-KEY.
005800     SELECT SUSPENSE-MASTER-IN   ASSIGN TO SUSPMST
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT REVIEW-QUEUE-IN      ASSIGN TO MRVQUE
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT HELD-REMIT-IN        ASSIGN TO REMHLDO
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT WITHHELD-FUNDS-IN    ASSIGN TO WHLDNEW
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT EFT-FUNDING-IN       ASSIGN TO EFTFUND
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT CHECK-REGISTER       ASSIGN TO CHKREG
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS CHKR-CHECK-NUMBER.
007200     SELECT INQUIRY-REPORT       ASSIGN TO X276RPT
007300         ORGANIZATION IS SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  X276-IN
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 01  X276IN-RECORD                  PIC X(512).
008100/
008200 FD  STATUS-277-OUT
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  X277SR-RECORD                  PIC X(256).
008600/
008700 FD  X12-CONTROL
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 COPY X12CCPY.
009100/
009200 FD  HISTORY-XREF
009300     LABEL RECORDS ARE STANDARD.
009400 COPY HXRFCPY.
009500/
009600 FD  BENE-HISTORY-XREF
009700     LABEL RECORDS ARE STANDARD.
009800 COPY BHXCPY.
009900/
010000 FD  REASON-MASTER
010100     LABEL RECORDS ARE STANDARD.
010200 COPY RCMFCPY.
010300/
010400******************************************************************
010500*  THE SUSPENSE MASTER AS ESCALSUS LAST ROLLED IT FORWARD.       *
010600******************************************************************
010700 FD  SUSPENSE-MASTER-IN
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000 COPY SUSPCPY.
011100/
011200******************************************************************
011300*  CLAIMS HELD FOR MEDICAL REVIEW - TONIGHT'S NEW HOLDS WITH THE *
011400*  STANDING QUEUE (MRVHLDO) CONCATENATED BEHIND THEM.            *
011500******************************************************************
011600 FD  REVIEW-QUEUE-IN
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900 COPY MRQCPY.
012000/
012100******************************************************************
012200*  REMIT DETAILS THE PAYMENT FLOOR IS STILL HOLDING, AS ESCALFLR *
012300*  CARRIED THEM FORWARD.                                         *
012400******************************************************************
012500 FD  HELD-REMIT-IN
012600     LABEL RECORDS ARE STANDARD
012700     RECORDING MODE IS F.
012800 COPY REMCPY.
012900/
013000******************************************************************
013100*  CLAIM PAYMENTS KEPT BACK UNDER A CMS WITHHOLD OR SUSPENSION   *
013200*  ORDER - TONIGHT'S NEW HOLDS WITH THE ROLLED LEDGER (WHLDLDGO) *
013300*  CONCATENATED BEHIND THEM.                                     *
013400******************************************************************
013500 FD  WITHHELD-FUNDS-IN
013600     LABEL RECORDS ARE STANDARD
013700     RECORDING MODE IS F.
013800 COPY WLGCPY.
013900/
014000******************************************************************
014100*  THE BANK FUNDING FILES ESCALEFT WROTE, ONE GENERATION A DAY   *
014200*  CONCATENATED, EACH WITH ITS OWN HEADER AND TRAILER.           *
014300******************************************************************
014400 FD  EFT-FUNDING-IN
014500     LABEL RECORDS ARE STANDARD
014600     RECORDING MODE IS F.
014700 COPY EFTCPY.
014800/
014900 FD  CHECK-REGISTER
015000     LABEL RECORDS ARE STANDARD.
015100 COPY CHKRCPY.
015200/
015300 FD  INQUIRY-REPORT
015400     LABEL RECORDS ARE STANDARD
015500     RECORDING MODE IS F.
015600 01  X276RPT-RECORD                 PIC X(132).
015700/
015800 WORKING-STORAGE SECTION.
015900 01  W-STORAGE-REF                  PIC X(46) VALUE
016000     'ESCALCSI      - W O R K I N G   S T O R A G E'.
016100
016200 01  WS-X276-EOF-SWITCH             PIC X(01) VALUE 'N'.
016300     88  X276-END-OF-FILE                      VALUE 'Y'.
016400 01  WS-X12C-EOF-SWITCH             PIC X(01) VALUE 'N'.
016500     88  X12C-NOT-ON-FILE                      VALUE 'Y'.
016600     88  X12C-ON-FILE                          VALUE 'N'.
016700 01  WS-RCM-EOF-SWITCH              PIC X(01) VALUE 'N'.
016800     88  RCM-END-OF-FILE                       VALUE 'Y'.
016900 01  WS-XREF-EOF-SWITCH             PIC X(01) VALUE 'N'.
017000     88  XREF-END-OF-FILE                      VALUE 'Y'.
017100 01  WS-PASS-EOF-SWITCH             PIC X(01) VALUE 'N'.
017200     88  PASS-END-OF-FILE                      VALUE 'Y'.
017300
017400******************************************************************
017500*  WHERE THE INBOUND FILE STANDS.  AN INTERCHANGE OR GROUP THAT  *
017600*  FAILS ITS HEADER EDITS IS 'R' AND EVERYTHING IN IT IS PASSED  *
017700*  OVER TO ITS TRAILER; A SET IN A REJECTED GROUP IS 'S'.        *
017800******************************************************************
017900 01  WS-INTERCHANGE-SWITCH          PIC X(01) VALUE 'N'.
018000     88  INTERCHANGE-OPEN                      VALUE 'Y'.
018100     88  INTERCHANGE-REJECTED                  VALUE 'R'.
018200     88  NO-INTERCHANGE                        VALUE 'N'.
018300 01  WS-GROUP-SWITCH                PIC X(01) VALUE 'N'.
018400     88  GROUP-OPEN                            VALUE 'Y'.
018500     88  GROUP-REJECTED                        VALUE 'R'.
018600     88  NO-GROUP                              VALUE 'N'.
018700 01  WS-SET-SWITCH                  PIC X(01) VALUE 'N'.
018800     88  SET-OPEN                              VALUE 'Y'.
018900     88  SET-SKIPPED                           VALUE 'S'.
019000     88  NO-SET                                VALUE 'N'.
019100 01  WS-277-OPEN-SWITCH             PIC X(01) VALUE 'N'.
019200     88  OUTBOUND-277-OPEN                     VALUE 'Y'.
019300
019400 01  WS-TODAY                       PIC 9(08).
019500 01  WS-TODAY-R  REDEFINES  WS-TODAY.
019600     05  WS-TODAY-CC                PIC 9(02).
019700     05  WS-TODAY-YYMMDD            PIC 9(06).
019800 01  WS-TIME-NOW                    PIC 9(08).
019900 01  WS-TIME-NOW-R  REDEFINES  WS-TIME-NOW.
020000     05  WS-TIME-HHMM               PIC 9(04).
020100     05  FILLER                     PIC 9(04).
020200
020300******************************************************************
020400*  THE INBOUND SEPARATORS, TAKEN FROM EACH ISA.  OUTBOUND X12 IS *
020500*  ALWAYS WRITTEN WITH '*', ':' AND '^'.                         *
020600******************************************************************
020700 01  WS-IN-ELEMENT-SEPARATOR        PIC X(01) VALUE '*'.
020800 01  WS-IN-COMPONENT-SEPARATOR      PIC X(01) VALUE ':'.
020900
021000 01  WS-ISA-SENDER-ID               PIC X(15).
021100 01  WS-ISA-CONTROL                 PIC X(09).
021200 01  WS-ISA-USAGE                   PIC X(01).
021300 01  WS-ISA-GROUP-COUNT             PIC 9(05).
021400 01  WS-GS-FUNCTION                 PIC X(02).
021500 01  WS-GS-SENDER                   PIC X(15).
021600 01  WS-GS-RECEIVER                 PIC X(15).
021700 01  WS-GS-CONTROL                  PIC X(09).
021800 01  WS-GS-VERSION                  PIC X(12).
021900 01  WS-GS-SET-COUNT                PIC 9(05).
022000 01  WS-ST-IDENTIFIER               PIC X(03).
022100 01  WS-ST-CONTROL                  PIC X(09).
022200 01  WS-ST-VERSION                  PIC X(35).
022300 01  WS-TRAILER-CONTROL             PIC X(09).
022400 01  WS-TRAILER-COUNT               PIC 9(10).
022500 01  WS-NUMERIC-TEXT                PIC X(10) JUSTIFIED RIGHT.
022600 01  WS-NUMERIC-VALUE  REDEFINES  WS-NUMERIC-TEXT
022700                                    PIC 9(10).
022800 01  WS-SET-SEGMENT-COUNT           PIC 9(06).
022900 01  WS-SET-REJECT-REASON           PIC X(29).
023000 01  WS-SUB                         PIC 9(04).
023100 01  WS-TABLE-SUB                   PIC 9(02).
023200
023300******************************************************************
023400*  276 SEGMENTS THIS RESPONDER RECOGNIZES.  ANY OTHER SEGMENT ID *
023500*  IN A SET PASSES THE SET OVER UNANSWERED.                      *
023600******************************************************************
023700 01  WS-SEGMENT-ID-VALUES.
023800     05  FILLER                     PIC X(30) VALUE
023900         'BHTHL NM1PERTRNREFAMTDTPDMGSVC'.
024000 01  WS-SEGMENT-ID-TABLE  REDEFINES  WS-SEGMENT-ID-VALUES.
024100     05  WS-KNOWN-SEGMENT-ID  OCCURS 10 TIMES
024200                                    PIC X(03).
024300 01  WS-KNOWN-SWITCH                PIC X(01).
024400     88  SEGMENT-IS-KNOWN                      VALUE 'Y'.
024500
024600******************************************************************
024700*  EVERY INBOUND INTERCHANGE AND SET, SO EACH ANSWER GOES BACK   *
024800*  UNDER AN ENVELOPE ADDRESSED TO WHOEVER ASKED.                 *
024900******************************************************************
025000 01  WS-ISA-COUNT                   PIC 9(04) VALUE ZERO.
025100 01  WS-ISA-TABLE.
025200     05  WS-ISA-ENTRY  OCCURS 200 TIMES.
025300         10  WS-IT-SENDER-QUALIFIER PIC X(02).
025400         10  WS-IT-SENDER-ID        PIC X(15).
025500         10  WS-IT-RECEIVER-QUALIFIER PIC X(02).
025600         10  WS-IT-RECEIVER-ID      PIC X(15).
025700         10  WS-IT-USAGE            PIC X(01).
025800 01  WS-SET-COUNT                   PIC 9(04) VALUE ZERO.
025900 01  WS-SET-TABLE.
026000     05  WS-SET-ENTRY  OCCURS 2000 TIMES.
026100         10  WS-ST-ISA-SUB          PIC 9(04).
026200         10  WS-ST-GS-SENDER        PIC X(15).
026300         10  WS-ST-GS-RECEIVER      PIC X(15).
026400         10  WS-ST-BHT-REFERENCE    PIC X(30).
026500         10  WS-ST-FIRST-INQUIRY    PIC 9(05).
026600 01  WS-SET-SUB                     PIC 9(04).
026700
026800******************************************************************
026900*  THE INFORMATION RECEIVER (HL 21), SERVICE PROVIDER (HL 19) AND*
027000*  SUBSCRIBER (HL 22) IN FORCE, COPIED ONTO EACH INQUIRY AS ITS  *
027100*  TRN OPENS IT.                                                 *
027200******************************************************************
027300 01  WS-RECEIVER-NAME               PIC X(35).
027400 01  WS-RECEIVER-ENTITY-TYPE        PIC X(01).
027500 01  WS-RECEIVER-ID                 PIC X(15).
027600 01  WS-PROVIDER-NAME               PIC X(35).
027700 01  WS-PROVIDER-QUALIFIER          PIC X(02).
027800 01  WS-PROVIDER-ID                 PIC X(15).
027900 01  WS-SUBSCRIBER-LAST-NAME        PIC X(35).
028000 01  WS-SUBSCRIBER-FIRST-NAME       PIC X(25).
028100 01  WS-SUBSCRIBER-MBI              PIC X(20).
028200 01  WS-HL-LEVEL                    PIC X(02).
028300
028400******************************************************************
028500*  THE INQUIRIES - ONE PER TRN IN A 2200D LOOP - AS ASKED AND AS *
028600*  ANSWERED.  A CLAIM NUMBER IS LEFT IN INQ-CLAIM-NUMBER ONCE THE*
028700*  CLAIM IS IDENTIFIED, AND EACH FILE PASS MATCHES ON IT.        *
028800******************************************************************
028900 01  WS-INQUIRY-MAX                 PIC 9(05) VALUE 5000.
029000 01  WS-INQUIRY-COUNT               PIC 9(05) VALUE ZERO.
029100 01  WS-INQUIRY-TABLE.
029200     05  WS-INQUIRY  OCCURS 5000 TIMES.
029300         10  INQ-SET-SUB            PIC 9(04).
029400         10  INQ-STATE              PIC X(01).
029500             88  INQ-TO-ANSWER                 VALUE 'A'.
029600             88  INQ-PASSED-OVER               VALUE 'P'.
029700         10  INQ-RECEIVER.
029800             15  INQ-RECEIVER-NAME  PIC X(35).
029900             15  INQ-RECEIVER-ENTITY-TYPE
030000                                    PIC X(01).
030100             15  INQ-RECEIVER-ID    PIC X(15).
030200         10  INQ-PROVIDER.
030300             15  INQ-PROVIDER-NAME  PIC X(35).
030400             15  INQ-PROVIDER-QUALIFIER PIC X(02).
030500             15  INQ-PROVIDER-ID    PIC X(15).
030600         10  INQ-LAST-NAME          PIC X(35).
030700         10  INQ-FIRST-NAME         PIC X(25).
030800         10  INQ-MBI-ASKED          PIC X(20).
030900         10  INQ-TRACE              PIC X(30).
031000         10  INQ-CLAIM-NUMBER-ASKED PIC X(30).
031100         10  INQ-PATIENT-CONTROL    PIC X(20).
031200         10  INQ-BILL-TYPE          PIC X(03).
031300         10  INQ-CHARGE             PIC S9(11)V9(02).
031400         10  INQ-FROM-DATE          PIC 9(08).
031500         10  INQ-THRU-DATE          PIC 9(08).
031600         10  INQ-MBI                PIC X(11).
031700         10  INQ-CCN                PIC X(06).
031800         10  INQ-CLAIM-NUMBER       PIC X(13).
031900         10  INQ-HISTORY-SWITCH     PIC X(01).
032000             88  INQ-IN-HISTORY                VALUE 'Y'.
032100         10  INQ-LINE-DOS-LOW       PIC 9(08).
032200         10  INQ-LINE-DOS-HIGH      PIC 9(08).
032300         10  INQ-PRICED-DATE        PIC 9(08).
032400         10  INQ-RTC                PIC 9(02).
032500         10  INQ-PAID-AMT           PIC 9(09)V9(02).
032600         10  INQ-SUSPENSE-SWITCH    PIC X(01).
032700             88  INQ-IN-SUSPENSE               VALUE 'Y'.
032800         10  INQ-REVIEW-SWITCH      PIC X(01).
032900             88  INQ-IN-REVIEW                 VALUE 'Y'.
033000         10  INQ-FLOOR-SWITCH       PIC X(01).
033100             88  INQ-ON-FLOOR                  VALUE 'Y'.
033200         10  INQ-WITHHELD-SWITCH    PIC X(01).
033300             88  INQ-WITHHELD                  VALUE 'Y'.
033400         10  INQ-HOLD-DATE          PIC 9(08).
033500         10  INQ-PAY-METHOD         PIC X(03).
033600         10  INQ-PAY-DATE           PIC 9(08).
033700         10  INQ-PAY-NUMBER         PIC X(15).
033800         10  INQ-STATUS             PIC 9(01).
033900 01  WS-INQ-SUB                     PIC 9(05).
034000 01  WS-OPEN-INQUIRY                PIC 9(05).
034100
034200******************************************************************
034300*  THE STATUS EACH INQUIRY IS ANSWERED WITH, IN INQ-STATUS ORDER *
034400*  - THE 277 CATEGORY AND STATUS CODE AND THE REPORT WORDING.    *
034500*     1  NO CLAIM FOUND                                          *
034600*     2  REJECTED AND ON SUSPENSE AWAITING A CORRECTED CLAIM     *
034700*     3  REJECTED                                                *
034800*     4  HELD FOR PRE-PAYMENT MEDICAL REVIEW                     *
034900*     5  PRICED, PAYMENT HELD BY THE PAYMENT FLOOR               *
035000*     6  PRICED, PAYMENT WITHHELD UNDER A CMS ORDER              *
035100*     7  PAID                                                    *
035200*     8  PRICED, NO PAYMENT ISSUED YET                           *
035300******************************************************************
035400 01  WS-STATUS-VALUES.
035500     05  FILLER                     PIC X(36) VALUE
035600         'A4:35  NOT FOUND'.
035700     05  FILLER                     PIC X(36) VALUE
035800         'F2:21  REJECTED - ON SUSPENSE'.
035900     05  FILLER                     PIC X(36) VALUE
036000         'F2:21  REJECTED'.
036100     05  FILLER                     PIC X(36) VALUE
036200         'P2:20  UNDER MEDICAL REVIEW'.
036300     05  FILLER                     PIC X(36) VALUE
036400         'F0:3   HELD FOR PAYMENT FLOOR'.
036500     05  FILLER                     PIC X(36) VALUE
036600         'F0:3   PAYMENT WITHHELD'.
036700     05  FILLER                     PIC X(36) VALUE
036800         'F1:65  PAID'.
036900     05  FILLER                     PIC X(36) VALUE
037000         'F0:3   AWAITING PAYMENT'.
037100 01  WS-STATUS-TABLE  REDEFINES  WS-STATUS-VALUES.
037200     05  WS-STATUS-ENTRY  OCCURS 8 TIMES.
037300         10  WS-STS-CODE            PIC X(07).
037400         10  WS-STS-TEXT            PIC X(29).
037500 01  WS-STATUS-COUNT-TABLE.
037600     05  WS-STATUS-COUNT  OCCURS 8 TIMES
037700                                    PIC 9(07).
037800
037900******************************************************************
038000*  THE REASON MASTER'S TEXT FOR EACH RTC, AS IN FORCE TODAY.     *
038100******************************************************************
038200 01  WS-RCM-TABLE.
038300     05  WS-RCM-ENTRY  OCCURS 100 TIMES.
038400         10  WS-RCM-TEXT            PIC X(46).
038500 01  WS-RCM-SUB                     PIC 9(03).
038600 01  WS-RTC-TEXT                    PIC X(60).
038700
038800******************************************************************
038900*  THE CLAIM FOUND FOR THE INQUIRY IN HAND ON THE BENEFICIARY    *
039000*  CROSS-REFERENCE.  ITS LINES ARE TOTALED FOR THE LATEST PRICING*
039100*  ONLY, SO AN ADJUSTED CLAIM ANSWERS WITH WHAT IT PAYS NOW.     *
039200******************************************************************
039300 01  WS-BHX-FROM-DATE               PIC 9(08).
039400 01  WS-BHX-THRU-DATE               PIC 9(08).
039500 01  WS-BHX-CLAIM-NUMBER            PIC X(13).
039600 01  WS-BHX-PRICED-DATE             PIC 9(08).
039700
039800 01  WS-DATE-TEXT                   PIC X(17).
039900 01  WS-DATE-CHECK                  PIC 9(08).
040000 01  WS-DATE-CHECK-R  REDEFINES  WS-DATE-CHECK.
040100     05  WS-DATE-CHECK-CCYY         PIC 9(04).
040200     05  WS-DATE-CHECK-MM           PIC 9(02).
040300     05  WS-DATE-CHECK-DD           PIC 9(02).
040400 01  WS-MONTH-DAYS-VALUES           PIC X(24) VALUE
040500     '312931303130313130313031'.
040600 01  WS-MONTH-DAYS-TABLE  REDEFINES  WS-MONTH-DAYS-VALUES.
040700     05  WS-MONTH-DAYS  OCCURS 12 TIMES
040800                                    PIC 9(02).
040900 01  WS-DATE-VALID-SWITCH           PIC X(01).
041000     88  DATE-IS-VALID                         VALUE 'Y'.
041100 01  WS-FROM-DATE-TEXT              PIC X(08).
041200 01  WS-THRU-DATE-TEXT              PIC X(08).
041300 01  WS-MATCH-SWITCH                PIC X(01).
041400     88  INQUIRY-MATCHES                       VALUE 'Y'.
041500
041600 COPY XSPCPY.
041700 COPY MXLXCPY.
041800 COPY HXKYCPY.
041900 COPY CLAIMXCPY.
042000
042100******************************************************************
042200*  RUN TOTALS.                                                   *
042300******************************************************************
042400 01  WS-SEGMENTS-READ               PIC 9(09) VALUE ZERO.
042500 01  WS-INTERCHANGES-READ           PIC 9(07) VALUE ZERO.
042600 01  WS-INTERCHANGES-REJECTED       PIC 9(07) VALUE ZERO.
042700 01  WS-GROUPS-READ                 PIC 9(07) VALUE ZERO.
042800 01  WS-GROUPS-REJECTED             PIC 9(07) VALUE ZERO.
042900 01  WS-SETS-READ                   PIC 9(07) VALUE ZERO.
043000 01  WS-SETS-REJECTED               PIC 9(07) VALUE ZERO.
043100 01  WS-INQUIRIES-READ              PIC 9(07) VALUE ZERO.
043200 01  WS-INQUIRIES-ANSWERED          PIC 9(07) VALUE ZERO.
043300 01  WS-INQUIRIES-PASSED-OVER       PIC 9(07) VALUE ZERO.
043400 01  WS-INQUIRIES-OVER-LIMIT        PIC 9(07) VALUE ZERO.
043500
043600******************************************************************
043700*  OUTBOUND X12.  THE ANSWERS TO ONE INBOUND INTERCHANGE GO BACK *
043800*  AS ONE INTERCHANGE OF ONE GROUP, WITH A 277 FOR EACH 276 SET, *
043900*  UNDER CONTROL NUMBERS TAKEN FROM X12CTL.                      *
044000******************************************************************
044100 01  WS-OUT-ISA.
044200     05  FILLER                     PIC X(04) VALUE 'ISA*'.
044300     05  FILLER                     PIC X(14) VALUE
044400         '00*          *'.
044500     05  FILLER                     PIC X(14) VALUE
044600         '00*          *'.
044700     05  WS-OISA-SENDER-QUALIFIER   PIC X(02).
044800     05  FILLER                     PIC X(01) VALUE '*'.
044900     05  WS-OISA-SENDER-ID          PIC X(15).
045000     05  FILLER                     PIC X(01) VALUE '*'.
045100     05  WS-OISA-RECEIVER-QUALIFIER
045200                                    PIC X(02).
045300     05  FILLER                     PIC X(01) VALUE '*'.
045400     05  WS-OISA-RECEIVER-ID        PIC X(15).
045500     05  FILLER                     PIC X(01) VALUE '*'.
045600     05  WS-OISA-DATE               PIC 9(06).
045700     05  FILLER                     PIC X(01) VALUE '*'.
045800     05  WS-OISA-TIME               PIC 9(04).
045900     05  FILLER                     PIC X(09) VALUE '*^*00501*'.
046000     05  WS-OISA-CONTROL            PIC 9(09).
046100     05  FILLER                     PIC X(03) VALUE '*0*'.
046200     05  WS-OISA-USAGE              PIC X(01).
046300     05  FILLER                     PIC X(02) VALUE '*:'.
046400 01  WS-OUT-ISA-SUB                 PIC 9(04) VALUE ZERO.
046500 01  WS-OUT-SET-SUB                 PIC 9(04) VALUE ZERO.
046600 01  WS-OUT-SEGMENT                 PIC X(256).
046700 01  WS-OUT-SETS                    PIC 9(05).
046800 01  WS-OUT-SEGMENTS                PIC 9(06).
046900 01  WS-OUT-GROUP                   PIC 9(09).
047000 01  WS-OUT-ISA-CONTROL             PIC 9(09).
047100 01  WS-OUT-ST-CONTROL              PIC 9(04).
047200 01  WS-OUT-HL-COUNT                PIC 9(06).
047300 01  WS-HL-PARENT                   PIC 9(06).
047400 01  WS-OUT-RECEIVER-HL             PIC 9(06).
047500 01  WS-OUT-PROVIDER-HL             PIC 9(06).
047600 01  WS-OUT-RECEIVER-KEY            PIC X(51).
047700 01  WS-OUT-PROVIDER-KEY            PIC X(52).
047800 01  WS-HL-LEVEL-CODE               PIC X(02).
047900 01  WS-FORMAT-NUMBER               PIC 9(09).
048000 01  WS-FORMAT-EDIT                 PIC Z(08)9.
048100 01  WS-FORMAT-AMOUNT               PIC S9(11)V9(02).
048200 01  WS-FORMAT-AMOUNT-EDIT          PIC -(11)9.99.
048300 01  WS-FORMAT-TEXT                 PIC X(18).
048400 01  WS-FORMAT-POINTER              PIC 9(02).
048500
048600******************************************************************
048700*  THE INQUIRY REPORT.                                           *
048800******************************************************************
048900 01  RPT-HEADING-1.
049000     05  FILLER                     PIC X(11) VALUE 'ESCALCSI'.
049100     05  FILLER                     PIC X(45) VALUE
049200         '276 CLAIM STATUS INQUIRY - RESPONSE REPORT'.
049300     05  FILLER                     PIC X(10) VALUE 'RUN DATE'.
049400     05  RPT-H1-RUN-DATE            PIC 9(08).
049500 01  RPT-HEADING-2.
049600     05  FILLER                     PIC X(17) VALUE ' SENDER'.
049700     05  FILLER                     PIC X(21) VALUE
049800         'TRACE NUMBER'.
049900     05  FILLER                     PIC X(12) VALUE 'MBI'.
050000     05  FILLER                     PIC X(14) VALUE
050100         'CLAIM NUMBER'.
050200     05  FILLER                     PIC X(08) VALUE 'STATUS'.
050300     05  FILLER                     PIC X(18) VALUE
050400         '      AMOUNT PAID '.
050500     05  FILLER                     PIC X(16) VALUE
050600         'EFT TRACE/CHECK'.
050700     05  FILLER                     PIC X(07) VALUE 'REMARKS'.
050800 01  RPT-DETAIL-LINE.
050900     05  RPT-D-CC                   PIC X(01) VALUE ' '.
051000     05  RPT-D-SENDER               PIC X(16).
051100     05  RPT-D-TRACE                PIC X(21).
051200     05  RPT-D-MBI                  PIC X(12).
051300     05  RPT-D-CLAIM                PIC X(14).
051400     05  RPT-D-STATUS               PIC X(08).
051500     05  RPT-D-PAID-AREA.
051600         10  RPT-D-PAID             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
051700     05  FILLER                     PIC X(01) VALUE SPACE.
051800     05  RPT-D-PAY-NUMBER           PIC X(16).
051900     05  RPT-D-REMARKS              PIC X(26).
052000 01  RPT-ENVELOPE-LINE.
052100     05  RPT-E-CC                   PIC X(01) VALUE ' '.
052200     05  RPT-E-SENDER               PIC X(16).
052300     05  RPT-E-LEVEL                PIC X(12).
052400     05  RPT-E-CONTROL              PIC X(10).
052500     05  RPT-E-REASON               PIC X(40).
052600 01  RPT-TOTAL-LINE.
052700     05  RPT-T-LABEL                PIC X(40).
052800     05  RPT-T-COUNT                PIC ZZZ,ZZZ,ZZ9.
052900/
053000 PROCEDURE DIVISION.
053100
053200 0000-MAINLINE.
053300     PERFORM 1000-INITIALIZE.
053400     IF X12C-ON-FILE  THEN
053500        PERFORM 2000-PROCESS-ONE-SEGMENT
053600           UNTIL X276-END-OF-FILE
053700        PERFORM 2900-CLOSE-OPEN-ENVELOPES
053800        PERFORM 5000-RESOLVE-INQUIRIES
053900        PERFORM 6000-WRITE-RESPONSES
054000        PERFORM 8900-PRINT-TOTALS
054100     END-IF.
054200     PERFORM 9000-TERMINATE.
054300     GOBACK.
054400/
054500 1000-INITIALIZE.
054600     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
054700     ACCEPT WS-TIME-NOW          FROM TIME.
054800     INITIALIZE WS-STATUS-COUNT-TABLE.
054900
055000*    THE CONTROL RECORD IS HELD OPEN AND REWRITTEN WITH THE NEXT
055100*    INTERCHANGE AND GROUP NUMBERS AT THE END OF THE RUN.
055200     OPEN I-O    X12-CONTROL.
055300     READ X12-CONTROL
055400         AT END
055500           MOVE 'Y'                 TO WS-X12C-EOF-SWITCH
055600           DISPLAY 'ESCALCSI - X12CTL IS EMPTY - NO CONTROL '
055700              'NUMBERS ON HAND, X276IN NOT READ'
055800     END-READ.
055900     IF X12C-ON-FILE  THEN
056000        PERFORM 1100-LOAD-REASON-MASTER
056100        OPEN INPUT  X276-IN
056200        OPEN OUTPUT STATUS-277-OUT
056300        OPEN OUTPUT INQUIRY-REPORT
056400        MOVE WS-TODAY               TO RPT-H1-RUN-DATE
056500        WRITE X276RPT-RECORD     FROM RPT-HEADING-1
056600        WRITE X276RPT-RECORD     FROM RPT-HEADING-2
056700        MOVE SPACES                 TO X276RPT-RECORD
056800        WRITE X276RPT-RECORD
056900        PERFORM 2010-READ-X276
057000     END-IF.
057100/
057200******************************************************************
057300*  THE REASON MASTER'S TEXT FOR EACH RTC - THE LATEST ROW IN     *
057400*  EFFECT TODAY, READ ONCE INTO A TABLE BY RTC.                  *
057500******************************************************************
057600 1100-LOAD-REASON-MASTER.
057700     MOVE SPACES                    TO WS-RCM-TABLE.
057800     OPEN INPUT REASON-MASTER.
057900     MOVE LOW-VALUES                TO RCM-RECORD-KEY.
058000     START REASON-MASTER KEY IS >= RCM-RECORD-KEY
058100         INVALID KEY MOVE 'Y'       TO WS-RCM-EOF-SWITCH
058200     END-START.
058300     PERFORM 1110-READ-REASON-MASTER
058400        UNTIL RCM-END-OF-FILE.
058500     CLOSE REASON-MASTER.
058600/
058700 1110-READ-REASON-MASTER.
058800     READ REASON-MASTER NEXT RECORD
058900         AT END MOVE 'Y'            TO WS-RCM-EOF-SWITCH
059000         NOT AT END
059100           IF RCM-EFF-DATE <= WS-TODAY  THEN
059200              MOVE RCM-DESCRIPTION  TO
059300                 WS-RCM-TEXT (RCM-RTC + 1)
059400           END-IF
059500     END-READ.
059600/
059700******************************************************************
059800*  ONE INBOUND SEGMENT.  THE SEPARATORS ARE TAKEN FROM EACH ISA  *
059900*  AT ITS FIXED POSITIONS BEFORE IT IS SPLIT; THE ENVELOPE       *
060000*  SEGMENTS OPEN AND CLOSE THE INTERCHANGE, GROUP AND SET, AND   *
060100*  EVERYTHING ELSE BELONGS TO THE SET IN HAND.                   *
060200******************************************************************
060300 2000-PROCESS-ONE-SEGMENT.
060400     IF X276IN-RECORD (1:3) = 'ISA'  THEN
060500        MOVE X276IN-RECORD (4:1)    TO WS-IN-ELEMENT-SEPARATOR
060600        MOVE X276IN-RECORD (105:1)  TO WS-IN-COMPONENT-SEPARATOR
060700     END-IF.
060800     MOVE X276IN-RECORD             TO XSP-SEGMENT.
060900     PERFORM 8300-SPLIT-INBOUND-SEGMENT.
061000
061100     EVALUATE XSP-SEGMENT-ID
061200        WHEN 'ISA'
061300           PERFORM 2100-START-INTERCHANGE
061400        WHEN 'IEA'
061500           PERFORM 2200-END-INTERCHANGE
061600        WHEN 'GS '
061700           PERFORM 2300-START-GROUP
061800        WHEN 'GE '
061900           PERFORM 2400-END-GROUP
062000        WHEN 'ST '
062100           PERFORM 2500-START-SET
062200        WHEN 'SE '
062300           PERFORM 2600-END-SET
062400        WHEN OTHER
062500           PERFORM 2800-PROCESS-SET-SEGMENT
062600     END-EVALUATE.
062700
062800     PERFORM 2010-READ-X276.
062900/
063000 2010-READ-X276.
063100     READ X276-IN
063200         AT END
063300           MOVE 'Y'                 TO WS-X276-EOF-SWITCH
063400         NOT AT END
063500           ADD 1                    TO WS-SEGMENTS-READ
063600     END-READ.
063700/
063800******************************************************************
063900*  ISA - A NEW INTERCHANGE.  ONE THAT FAILS ITS EDITS IS PASSED  *
064000*  OVER TO ITS IEA AND REPORTED.                                 *
064100******************************************************************
064200 2100-START-INTERCHANGE.
064300     IF NOT NO-INTERCHANGE  THEN
064400        PERFORM 2250-CLOSE-UNENDED-INTERCHANGE
064500     END-IF.
064600     ADD 1                          TO WS-INTERCHANGES-READ.
064700     MOVE ZERO                      TO WS-ISA-GROUP-COUNT.
064800     MOVE XSP-ELEMENT (6)           TO WS-ISA-SENDER-ID.
064900     MOVE XSP-ELEMENT (13)          TO WS-ISA-CONTROL.
065000     MOVE XSP-ELEMENT (15)          TO WS-ISA-USAGE.
065100
065200     MOVE SPACES                    TO RPT-E-REASON.
065300     EVALUATE TRUE
065400        WHEN XSP-ELEMENT-COUNT NOT = 16  OR
065500             NOT XSP-REQUEST-OK
065600           MOVE 'ISA IS NOT 16 ELEMENTS' TO RPT-E-REASON
065700        WHEN XSP-ELEMENT (12) NOT = '00501'
065800           MOVE 'ISA12 VERSION IS NOT 00501' TO RPT-E-REASON
065900        WHEN XSP-ELEMENT-LENGTH (13) NOT = 9  OR
066000             XSP-ELEMENT (13) (1:9) NOT NUMERIC
066100           MOVE 'ISA13 CONTROL NUMBER INVALID' TO RPT-E-REASON
066200        WHEN WS-ISA-USAGE NOT = 'P'  AND
066300             WS-ISA-USAGE NOT = 'T'
066400           MOVE 'ISA15 USAGE IS NOT P OR T' TO RPT-E-REASON
066500        WHEN WS-ISA-COUNT NOT < 200
066600           MOVE 'OVER 200 INTERCHANGES IN THE RUN'
066700                                    TO RPT-E-REASON
066800     END-EVALUATE.
066900
067000     IF RPT-E-REASON = SPACES  THEN
067100        MOVE 'Y'                    TO WS-INTERCHANGE-SWITCH
067200        ADD 1                       TO WS-ISA-COUNT
067300        MOVE XSP-ELEMENT (5)        TO
067400           WS-IT-SENDER-QUALIFIER (WS-ISA-COUNT)
067500        MOVE XSP-ELEMENT (6)        TO
067600           WS-IT-SENDER-ID (WS-ISA-COUNT)
067700        MOVE XSP-ELEMENT (7)        TO
067800           WS-IT-RECEIVER-QUALIFIER (WS-ISA-COUNT)
067900        MOVE XSP-ELEMENT (8)        TO
068000           WS-IT-RECEIVER-ID (WS-ISA-COUNT)
068100        MOVE WS-ISA-USAGE           TO WS-IT-USAGE (WS-ISA-COUNT)
068200     ELSE
068300        MOVE 'R'                    TO WS-INTERCHANGE-SWITCH
068400        ADD 1                       TO WS-INTERCHANGES-REJECTED
068500        MOVE 'INTERCHANGE'          TO RPT-E-LEVEL
068600        PERFORM 7000-REPORT-ENVELOPE-ERROR
068700     END-IF.
068800/
068900******************************************************************
069000*  IEA - THE INTERCHANGE ENDS.  A COUNT OR CONTROL NUMBER THAT   *
069100*  DISAGREES WITH THE ISA IS REPORTED; THE SETS ALREADY READ     *
069200*  STAND.                                                        *
069300******************************************************************
069400 2200-END-INTERCHANGE.
069500     IF NO-INTERCHANGE  THEN
069600        MOVE 'INTERCHANGE'          TO RPT-E-LEVEL
069700        MOVE 'IEA WITHOUT AN ISA'   TO RPT-E-REASON
069800        PERFORM 7000-REPORT-ENVELOPE-ERROR
069900     ELSE
070000        IF INTERCHANGE-OPEN  THEN
070100           MOVE 1                   TO WS-SUB
070200           PERFORM 8400-ELEMENT-TO-COUNT
070300           IF WS-TRAILER-COUNT NOT = WS-ISA-GROUP-COUNT  OR
070400              XSP-ELEMENT (2) NOT = WS-ISA-CONTROL  THEN
070500              MOVE 'INTERCHANGE'    TO RPT-E-LEVEL
070600              MOVE 'IEA COUNT OR CONTROL NUMBER DISAGREES'
070700                                    TO RPT-E-REASON
070800              PERFORM 7000-REPORT-ENVELOPE-ERROR
070900           END-IF
071000        END-IF
071100        PERFORM 2260-CLOSE-INTERCHANGE
071200     END-IF.
071300/
071400 2250-CLOSE-UNENDED-INTERCHANGE.
071500     IF INTERCHANGE-OPEN  THEN
071600        MOVE 'INTERCHANGE'          TO RPT-E-LEVEL
071700        MOVE 'IEA MISSING'          TO RPT-E-REASON
071800        PERFORM 7000-REPORT-ENVELOPE-ERROR
071900     END-IF.
072000     PERFORM 2260-CLOSE-INTERCHANGE.
072100/
072200 2260-CLOSE-INTERCHANGE.
072300     IF NOT NO-GROUP  THEN
072400        PERFORM 2450-CLOSE-UNENDED-GROUP
072500     END-IF.
072600     MOVE 'N'                       TO WS-INTERCHANGE-SWITCH.
072700/
072800******************************************************************
072900*  GS - A NEW FUNCTIONAL GROUP.  ONE THAT IS NOT A 276 GROUP OR  *
073000*  CARRIES A BAD CONTROL NUMBER IS PASSED OVER WHOLE.            *
073100******************************************************************
073200 2300-START-GROUP.
073300     IF NOT NO-GROUP  THEN
073400        PERFORM 2450-CLOSE-UNENDED-GROUP
073500     END-IF.
073600     IF NOT INTERCHANGE-OPEN  THEN
073700        IF NO-INTERCHANGE  THEN
073800           MOVE 'GROUP'             TO RPT-E-LEVEL
073900           MOVE 'GS WITHOUT AN ISA' TO RPT-E-REASON
074000           PERFORM 7000-REPORT-ENVELOPE-ERROR
074100        END-IF
074200        MOVE 'R'                    TO WS-GROUP-SWITCH
074300     ELSE
074400        ADD 1                       TO WS-GROUPS-READ
074500                                       WS-ISA-GROUP-COUNT
074600        MOVE ZERO                   TO WS-GS-SET-COUNT
074700        MOVE XSP-ELEMENT (1)        TO WS-GS-FUNCTION
074800        MOVE XSP-ELEMENT (2)        TO WS-GS-SENDER
074900        MOVE XSP-ELEMENT (3)        TO WS-GS-RECEIVER
075000        MOVE XSP-ELEMENT (6)        TO WS-GS-CONTROL
075100        MOVE XSP-ELEMENT (8)        TO WS-GS-VERSION
075200        MOVE SPACES                 TO RPT-E-REASON
075300        EVALUATE TRUE
075400           WHEN WS-GS-FUNCTION NOT = 'HR'
075500              MOVE 'GS01 IS NOT HR' TO RPT-E-REASON
075600           WHEN WS-GS-VERSION NOT = '005010X212'
075700              MOVE 'GS08 IS NOT 005010X212' TO RPT-E-REASON
075800           WHEN XSP-ELEMENT-LENGTH (6) = ZERO  OR
075900                XSP-ELEMENT-LENGTH (6) > 9
076000              MOVE 'GS06 CONTROL NUMBER INVALID' TO RPT-E-REASON
076100           WHEN XSP-ELEMENT (6) (1:XSP-ELEMENT-LENGTH (6))
076200                NOT NUMERIC
076300              MOVE 'GS06 CONTROL NUMBER INVALID' TO RPT-E-REASON
076400        END-EVALUATE
076500        IF RPT-E-REASON = SPACES  THEN
076600           MOVE 'Y'                 TO WS-GROUP-SWITCH
076700        ELSE
076800           MOVE 'R'                 TO WS-GROUP-SWITCH
076900           ADD 1                    TO WS-GROUPS-REJECTED
077000           MOVE 'GROUP'             TO RPT-E-LEVEL
077100           PERFORM 7000-REPORT-ENVELOPE-ERROR
077200        END-IF
077300     END-IF.
077400/
077500******************************************************************
077600*  GE - THE GROUP ENDS.  A SET COUNT OR CONTROL NUMBER THAT      *
077700*  DISAGREES IS REPORTED; THE SETS ALREADY READ STAND.           *
077800******************************************************************
077900 2400-END-GROUP.
078000     IF NO-GROUP  THEN
078100        IF INTERCHANGE-OPEN  THEN
078200           MOVE 'GROUP'             TO RPT-E-LEVEL
078300           MOVE 'GE WITHOUT A GS'   TO RPT-E-REASON
078400           PERFORM 7000-REPORT-ENVELOPE-ERROR
078500        END-IF
078600     ELSE
078700        IF NOT NO-SET  THEN
078800           PERFORM 2650-CLOSE-UNENDED-SET
078900        END-IF
079000        IF GROUP-OPEN  THEN
079100           MOVE 1                   TO WS-SUB
079200           PERFORM 8400-ELEMENT-TO-COUNT
079300           IF WS-TRAILER-COUNT NOT = WS-GS-SET-COUNT  OR
079400              XSP-ELEMENT (2) NOT = WS-GS-CONTROL  THEN
079500              MOVE 'GROUP'          TO RPT-E-LEVEL
079600              MOVE 'GE COUNT OR CONTROL NUMBER DISAGREES'
079700                                    TO RPT-E-REASON
079800              PERFORM 7000-REPORT-ENVELOPE-ERROR
079900           END-IF
080000        END-IF
080100        MOVE 'N'                    TO WS-GROUP-SWITCH
080200     END-IF.
080300/
080400 2450-CLOSE-UNENDED-GROUP.
080500     IF NOT NO-SET  THEN
080600        PERFORM 2650-CLOSE-UNENDED-SET
080700     END-IF.
080800     IF GROUP-OPEN  THEN
080900        MOVE 'GROUP'                TO RPT-E-LEVEL
081000        MOVE 'GE MISSING'           TO RPT-E-REASON
081100        PERFORM 7000-REPORT-ENVELOPE-ERROR
081200     END-IF.
081300     MOVE 'N'                       TO WS-GROUP-SWITCH.
081400/
081500******************************************************************
081600*  ST - A NEW TRANSACTION SET.  ITS INQUIRIES ARE ANSWERED ONLY  *
081700*  IF ITS SE SHOWS THE SET ARRIVED WHOLE.                        *
081800******************************************************************
081900 2500-START-SET.
082000     IF NOT NO-SET  THEN
082100        PERFORM 2650-CLOSE-UNENDED-SET
082200     END-IF.
082300     IF NO-GROUP  THEN
082400        IF INTERCHANGE-OPEN  THEN
082500           MOVE 'SET'               TO RPT-E-LEVEL
082600           MOVE 'ST WITHOUT A GS'   TO RPT-E-REASON
082700           PERFORM 7000-REPORT-ENVELOPE-ERROR
082800        END-IF
082900        MOVE 'S'                    TO WS-SET-SWITCH
083000     ELSE
083100        IF GROUP-REJECTED  THEN
083200           IF INTERCHANGE-OPEN  THEN
083300              ADD 1                 TO WS-GS-SET-COUNT
083400           END-IF
083500           MOVE 'S'                 TO WS-SET-SWITCH
083600        ELSE
083700           PERFORM 2510-OPEN-SET
083800        END-IF
083900     END-IF.
084000/
084100 2510-OPEN-SET.
084200     ADD 1                          TO WS-GS-SET-COUNT
084300                                       WS-SETS-READ.
084400     MOVE XSP-ELEMENT (1)           TO WS-ST-IDENTIFIER.
084500     MOVE XSP-ELEMENT (2)           TO WS-ST-CONTROL.
084600     MOVE XSP-ELEMENT (3)           TO WS-ST-VERSION.
084700     MOVE 1                         TO WS-SET-SEGMENT-COUNT.
084800     MOVE SPACES                    TO WS-SET-REJECT-REASON
084900                                       WS-HL-LEVEL.
085000     PERFORM 4150-CLEAR-RECEIVER.
085100     MOVE ZERO                      TO WS-OPEN-INQUIRY.
085200
085300     EVALUATE TRUE
085400        WHEN WS-ST-IDENTIFIER NOT = '276'
085500           MOVE 'ST01 IS NOT 276'   TO WS-SET-REJECT-REASON
085600        WHEN WS-ST-VERSION NOT = '005010X212'  AND
085700             WS-ST-VERSION NOT = SPACES
085800           MOVE 'ST03 IS NOT 005010X212' TO WS-SET-REJECT-REASON
085900        WHEN XSP-ELEMENT-LENGTH (2) < 4  OR
086000             XSP-ELEMENT-LENGTH (2) > 9
086100           MOVE 'ST02 CONTROL NUMBER INVALID'
086200                                    TO WS-SET-REJECT-REASON
086300        WHEN WS-SET-COUNT NOT < 2000
086400           MOVE 'OVER 2000 SETS IN THE RUN' TO
086500              WS-SET-REJECT-REASON
086600     END-EVALUATE.
086700
086800     IF WS-SET-REJECT-REASON = SPACES  THEN
086900        MOVE 'Y'                    TO WS-SET-SWITCH
087000        ADD 1                       TO WS-SET-COUNT
087100        MOVE WS-ISA-COUNT           TO
087200           WS-ST-ISA-SUB (WS-SET-COUNT)
087300        MOVE WS-GS-SENDER           TO
087400           WS-ST-GS-SENDER (WS-SET-COUNT)
087500        MOVE WS-GS-RECEIVER         TO
087600           WS-ST-GS-RECEIVER (WS-SET-COUNT)
087700        MOVE SPACES                 TO
087800           WS-ST-BHT-REFERENCE (WS-SET-COUNT)
087900        COMPUTE WS-ST-FIRST-INQUIRY (WS-SET-COUNT) =
088000                WS-INQUIRY-COUNT + 1
088100     ELSE
088200        MOVE 'S'                    TO WS-SET-SWITCH
088300        ADD 1                       TO WS-SETS-REJECTED
088400        MOVE 'SET'                  TO RPT-E-LEVEL
088500        MOVE WS-SET-REJECT-REASON   TO RPT-E-REASON
088600        PERFORM 7000-REPORT-ENVELOPE-ERROR
088700     END-IF.
088800/
088900******************************************************************
089000*  SE - THE SET ENDS.  ITS SEGMENT COUNT AND CONTROL NUMBER MUST *
089100*  AGREE WITH WHAT WAS READ, AND NO SEGMENT IN IT MAY HAVE BEEN  *
089200*  UNRECOGNIZED, OR ITS INQUIRIES ARE PASSED OVER.               *
089300******************************************************************
089400 2600-END-SET.
089500     IF NOT SET-OPEN  THEN
089600        IF NO-SET  AND  INTERCHANGE-OPEN  AND  GROUP-OPEN  THEN
089700           MOVE 'SET'               TO RPT-E-LEVEL
089800           MOVE 'SE WITHOUT AN ST'  TO RPT-E-REASON
089900           PERFORM 7000-REPORT-ENVELOPE-ERROR
090000        END-IF
090100     ELSE
090200        ADD 1                       TO WS-SET-SEGMENT-COUNT
090300        MOVE XSP-ELEMENT (2)        TO WS-TRAILER-CONTROL
090400        MOVE 1                      TO WS-SUB
090500        PERFORM 8400-ELEMENT-TO-COUNT
090600        IF WS-SET-REJECT-REASON = SPACES  THEN
090700           IF WS-TRAILER-COUNT NOT = WS-SET-SEGMENT-COUNT  THEN
090800              MOVE 'SE SEGMENT COUNT DISAGREES'
090900                                    TO WS-SET-REJECT-REASON
091000           END-IF
091100           IF WS-TRAILER-CONTROL NOT = WS-ST-CONTROL  THEN
091200              MOVE 'SE CONTROL NUMBER DISAGREES'
091300                                    TO WS-SET-REJECT-REASON
091400           END-IF
091500        END-IF
091600        IF WS-SET-REJECT-REASON NOT = SPACES  THEN
091700           PERFORM 2690-PASS-OVER-SET
091800        END-IF
091900     END-IF.
092000     MOVE 'N'                       TO WS-SET-SWITCH.
092100/
092200 2650-CLOSE-UNENDED-SET.
092300     IF SET-OPEN  THEN
092400        IF WS-SET-REJECT-REASON = SPACES  THEN
092500           MOVE 'SE MISSING'        TO WS-SET-REJECT-REASON
092600        END-IF
092700        PERFORM 2690-PASS-OVER-SET
092800     END-IF.
092900     MOVE 'N'                       TO WS-SET-SWITCH.
093000/
093100******************************************************************
093200*  A SET THAT DID NOT ARRIVE WHOLE - ITS INQUIRIES STAY IN THE   *
093300*  TABLE BUT ARE NOT LOOKED UP OR ANSWERED.                      *
093400******************************************************************
093500 2690-PASS-OVER-SET.
093600     ADD 1                          TO WS-SETS-REJECTED.
093700     MOVE 'SET'                     TO RPT-E-LEVEL.
093800     MOVE WS-SET-REJECT-REASON      TO RPT-E-REASON.
093900     PERFORM 7000-REPORT-ENVELOPE-ERROR.
094000     PERFORM 2695-PASS-OVER-INQUIRY
094100        VARYING WS-INQ-SUB FROM WS-ST-FIRST-INQUIRY (WS-SET-COUNT)
094200        BY 1  UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT.
094300/
094400 2695-PASS-OVER-INQUIRY.
094500     MOVE 'P'                       TO INQ-STATE (WS-INQ-SUB).
094600     ADD 1                          TO WS-INQUIRIES-PASSED-OVER.
094700/
094800******************************************************************
094900*  A SEGMENT INSIDE THE SET.  IT IS COUNTED, CHECKED AGAINST THE *
095000*  276 SEGMENTS, AND TAKEN INTO THE LOOP CONTEXT AND THE INQUIRY *
095100*  IN HAND.                                                      *
095200******************************************************************
095300 2800-PROCESS-SET-SEGMENT.
095400     IF SET-OPEN  THEN
095500        ADD 1                       TO WS-SET-SEGMENT-COUNT
095600        PERFORM 2810-CHECK-SEGMENT-ID
095700        IF XSP-REQUEST-OK  AND  SEGMENT-IS-KNOWN  THEN
095800           PERFORM 4000-TAKE-SEGMENT
095900        ELSE
096000           IF WS-SET-REJECT-REASON = SPACES  THEN
096100              STRING 'SEGMENT ' XSP-SEGMENT-ID ' NOT RECOGNIZED'
096200                 DELIMITED BY SIZE
096300                 INTO WS-SET-REJECT-REASON
096400              END-STRING
096500           END-IF
096600        END-IF
096700     ELSE
096800        IF NO-SET  AND  INTERCHANGE-OPEN  AND  GROUP-OPEN  THEN
096900           MOVE 'SET'               TO RPT-E-LEVEL
097000           MOVE 'SEGMENT OUTSIDE ST/SE' TO RPT-E-REASON
097100           PERFORM 7000-REPORT-ENVELOPE-ERROR
097200        END-IF
097300     END-IF.
097400/
097500 2810-CHECK-SEGMENT-ID.
097600     MOVE 'N'                       TO WS-KNOWN-SWITCH.
097700     PERFORM 2820-PROBE-SEGMENT-ID
097800        VARYING WS-TABLE-SUB FROM 1 BY 1
097900        UNTIL WS-TABLE-SUB > 10
098000           OR SEGMENT-IS-KNOWN.
098100/
098200 2820-PROBE-SEGMENT-ID.
098300     IF WS-KNOWN-SEGMENT-ID (WS-TABLE-SUB) = XSP-SEGMENT-ID  THEN
098400        MOVE 'Y'                    TO WS-KNOWN-SWITCH
098500     END-IF.
098600/
098700******************************************************************
098800*  AT END OF FILE, WHATEVER IS STILL OPEN WAS NEVER CLOSED BY ITS*
098900*  TRAILER.                                                      *
099000******************************************************************
099100 2900-CLOSE-OPEN-ENVELOPES.
099200     IF NOT NO-INTERCHANGE  THEN
099300        PERFORM 2250-CLOSE-UNENDED-INTERCHANGE
099400     END-IF.
099500/
099600******************************************************************
099700*  THE SEGMENTS THE INQUIRIES ARE BUILT FROM.  PER, DMG AND SVC  *
099800*  ARE ACCEPTED AS VALID 276 SEGMENTS AND NOT OTHERWISE USED -   *
099900*  STATUS IS ANSWERED AT THE CLAIM LEVEL.                        *
100000******************************************************************
100100 4000-TAKE-SEGMENT.
100200     EVALUATE XSP-SEGMENT-ID
100300        WHEN 'BHT'
100400           MOVE XSP-ELEMENT (3)     TO
100500              WS-ST-BHT-REFERENCE (WS-SET-COUNT)
100600        WHEN 'HL '
100700           PERFORM 4100-TAKE-HL
100800        WHEN 'NM1'
100900           PERFORM 4200-TAKE-NM1
101000        WHEN 'TRN'
101100           PERFORM 4300-TAKE-TRN
101200        WHEN 'REF'
101300           PERFORM 4400-TAKE-REF
101400        WHEN 'AMT'
101500           PERFORM 4500-TAKE-AMT
101600        WHEN 'DTP'
101700           PERFORM 4600-TAKE-DTP
101800     END-EVALUATE.
101900/
102000******************************************************************
102100*  HL - THE PAYER (20), INFORMATION RECEIVER (21), SERVICE       *
102200*  PROVIDER (19), SUBSCRIBER (22) OR DEPENDENT (23) LEVEL.  EACH *
102300*  CLEARS WHAT SITS BELOW IT; A DEPENDENT KEEPS THE SUBSCRIBER'S *
102400*  MBI, SINCE THE MEDICARE PATIENT IS ALWAYS THE SUBSCRIBER.     *
102500******************************************************************
102600 4100-TAKE-HL.
102700     MOVE ZERO                      TO WS-OPEN-INQUIRY.
102800     MOVE XSP-ELEMENT (3)           TO WS-HL-LEVEL.
102900     EVALUATE WS-HL-LEVEL
103000        WHEN '20'
103100           PERFORM 4150-CLEAR-RECEIVER
103200        WHEN '21'
103300           PERFORM 4150-CLEAR-RECEIVER
103400        WHEN '19'
103500           PERFORM 4160-CLEAR-PROVIDER
103600        WHEN '22'
103700           PERFORM 4170-CLEAR-SUBSCRIBER
103800        WHEN '23'
103900           CONTINUE
104000        WHEN OTHER
104100           IF WS-SET-REJECT-REASON = SPACES  THEN
104200              MOVE 'HL03 LEVEL CODE INVALID'
104300                                    TO WS-SET-REJECT-REASON
104400           END-IF
104500     END-EVALUATE.
104600/
104700 4150-CLEAR-RECEIVER.
104800     MOVE SPACES                    TO WS-RECEIVER-NAME
104900                                       WS-RECEIVER-ENTITY-TYPE
105000                                       WS-RECEIVER-ID.
105100     PERFORM 4160-CLEAR-PROVIDER.
105200/
105300 4160-CLEAR-PROVIDER.
105400     MOVE SPACES                    TO WS-PROVIDER-NAME
105500                                       WS-PROVIDER-QUALIFIER
105600                                       WS-PROVIDER-ID.
105700     PERFORM 4170-CLEAR-SUBSCRIBER.
105800/
105900 4170-CLEAR-SUBSCRIBER.
106000     MOVE SPACES                    TO WS-SUBSCRIBER-LAST-NAME
106100                                       WS-SUBSCRIBER-FIRST-NAME
106200                                       WS-SUBSCRIBER-MBI.
106300/
106400******************************************************************
106500*  NM1 - THE INFORMATION RECEIVER (41), THE SERVICE PROVIDER     *
106600*  (1P) AND THE SUBSCRIBER (IL) OR DEPENDENT (QC).  THE PROVIDER *
106700*  IS IDENTIFIED BY NPI (XX) OR BY MEDICARE CCN (SV).            *
106800******************************************************************
106900 4200-TAKE-NM1.
107000     EVALUATE XSP-ELEMENT (1)
107100        WHEN '41'
107200           MOVE XSP-ELEMENT (2)     TO WS-RECEIVER-ENTITY-TYPE
107300           MOVE XSP-ELEMENT (3)     TO WS-RECEIVER-NAME
107400           MOVE XSP-ELEMENT (9)     TO WS-RECEIVER-ID
107500        WHEN '1P'
107600           MOVE XSP-ELEMENT (3)     TO WS-PROVIDER-NAME
107700           MOVE XSP-ELEMENT (8)     TO WS-PROVIDER-QUALIFIER
107800           MOVE XSP-ELEMENT (9)     TO WS-PROVIDER-ID
107900        WHEN 'IL'
108000           MOVE XSP-ELEMENT (3)     TO WS-SUBSCRIBER-LAST-NAME
108100           MOVE XSP-ELEMENT (4)     TO WS-SUBSCRIBER-FIRST-NAME
108200           IF XSP-ELEMENT (8) = 'MI'  THEN
108300              MOVE XSP-ELEMENT (9)  TO WS-SUBSCRIBER-MBI
108400           END-IF
108500        WHEN 'QC'
108600           MOVE XSP-ELEMENT (3)     TO WS-SUBSCRIBER-LAST-NAME
108700           MOVE XSP-ELEMENT (4)     TO WS-SUBSCRIBER-FIRST-NAME
108800     END-EVALUATE.
108900/
109000******************************************************************
109100*  TRN - THE CLAIM STATUS TRACKING NUMBER OPENS AN INQUIRY UNDER *
109200*  THE SUBSCRIBER OR DEPENDENT IN HAND.  AN INQUIRY BEYOND THE   *
109300*  TABLE IS COUNTED AND LEFT UNANSWERED.                         *
109400******************************************************************
109500 4300-TAKE-TRN.
109600     MOVE ZERO                      TO WS-OPEN-INQUIRY.
109700     IF XSP-ELEMENT (1) = '1'  AND
109800        (WS-HL-LEVEL = '22'  OR  WS-HL-LEVEL = '23')  THEN
109900        ADD 1                       TO WS-INQUIRIES-READ
110000        IF WS-INQUIRY-COUNT < WS-INQUIRY-MAX  THEN
110100           ADD 1                    TO WS-INQUIRY-COUNT
110200           MOVE WS-INQUIRY-COUNT    TO WS-OPEN-INQUIRY
110300           PERFORM 4310-OPEN-INQUIRY
110400        ELSE
110500           ADD 1                    TO WS-INQUIRIES-OVER-LIMIT
110600        END-IF
110700     END-IF.
110800/
110900 4310-OPEN-INQUIRY.
111000     INITIALIZE WS-INQUIRY (WS-OPEN-INQUIRY).
111100     MOVE WS-SET-COUNT              TO
111200        INQ-SET-SUB (WS-OPEN-INQUIRY).
111300     MOVE 'A'                       TO
111400        INQ-STATE (WS-OPEN-INQUIRY).
111500     MOVE WS-RECEIVER-NAME          TO
111600        INQ-RECEIVER-NAME (WS-OPEN-INQUIRY).
111700     MOVE WS-RECEIVER-ENTITY-TYPE   TO
111800        INQ-RECEIVER-ENTITY-TYPE (WS-OPEN-INQUIRY).
111900     MOVE WS-RECEIVER-ID            TO
112000        INQ-RECEIVER-ID (WS-OPEN-INQUIRY).
112100     MOVE WS-PROVIDER-NAME          TO
112200        INQ-PROVIDER-NAME (WS-OPEN-INQUIRY).
112300     MOVE WS-PROVIDER-QUALIFIER     TO
112400        INQ-PROVIDER-QUALIFIER (WS-OPEN-INQUIRY).
112500     MOVE WS-PROVIDER-ID            TO
112600        INQ-PROVIDER-ID (WS-OPEN-INQUIRY).
112700     IF WS-PROVIDER-QUALIFIER = 'SV'  THEN
112800        MOVE WS-PROVIDER-ID         TO INQ-CCN (WS-OPEN-INQUIRY)
112900     END-IF.
113000     MOVE WS-SUBSCRIBER-LAST-NAME   TO
113100        INQ-LAST-NAME (WS-OPEN-INQUIRY).
113200     MOVE WS-SUBSCRIBER-FIRST-NAME  TO
113300        INQ-FIRST-NAME (WS-OPEN-INQUIRY).
113400     MOVE WS-SUBSCRIBER-MBI         TO
113500        INQ-MBI-ASKED (WS-OPEN-INQUIRY).
113600     MOVE XSP-ELEMENT (2)           TO
113700        INQ-TRACE (WS-OPEN-INQUIRY).
113800     MOVE 99999999                  TO
113900        INQ-THRU-DATE (WS-OPEN-INQUIRY).
114000/
114100******************************************************************
114200*  REF - THE PAYER'S CLAIM NUMBER (1K), THE PATIENT CONTROL      *
114300*  NUMBER (EJ) AND THE TYPE OF BILL (BLT) OF THE INQUIRY IN HAND.*
114400******************************************************************
114500 4400-TAKE-REF.
114600     IF WS-OPEN-INQUIRY > ZERO  THEN
114700        EVALUATE XSP-ELEMENT (1)
114800           WHEN '1K'
114900              MOVE XSP-ELEMENT (2)  TO
115000                 INQ-CLAIM-NUMBER-ASKED (WS-OPEN-INQUIRY)
115100           WHEN 'EJ'
115200              MOVE XSP-ELEMENT (2)  TO
115300                 INQ-PATIENT-CONTROL (WS-OPEN-INQUIRY)
115400           WHEN 'BLT'
115500              MOVE XSP-ELEMENT (2)  TO
115600                 INQ-BILL-TYPE (WS-OPEN-INQUIRY)
115700        END-EVALUATE
115800     END-IF.
115900/
116000 4500-TAKE-AMT.
116100     IF WS-OPEN-INQUIRY > ZERO  AND  XSP-ELEMENT (1) = 'T3'  THEN
116200        MOVE XSP-ELEMENT (2)        TO XSP-AMOUNT-TEXT
116300        PERFORM 8350-CONVERT-INBOUND-AMOUNT
116400        IF XSP-REQUEST-OK  THEN
116500           MOVE XSP-AMOUNT          TO
116600              INQ-CHARGE (WS-OPEN-INQUIRY)
116700        END-IF
116800     END-IF.
116900/
117000******************************************************************
117100*  DTP 472 - THE CLAIM SERVICE DATE OR PERIOD ASKED ABOUT.  ONE  *
117200*  THAT DOES NOT EDIT IS IGNORED AND THE INQUIRY IS ANSWERED ON  *
117300*  ITS OTHER KEYS.                                               *
117400******************************************************************
117500 4600-TAKE-DTP.
117600     IF WS-OPEN-INQUIRY > ZERO  AND  XSP-ELEMENT (1) = '472'  THEN
117700        MOVE SPACES                 TO WS-FROM-DATE-TEXT
117800                                       WS-THRU-DATE-TEXT
117900        UNSTRING XSP-ELEMENT (3)  DELIMITED BY '-'
118000            INTO WS-FROM-DATE-TEXT  WS-THRU-DATE-TEXT
118100        END-UNSTRING
118200        IF XSP-ELEMENT (2) = 'D8'  THEN
118300           MOVE WS-FROM-DATE-TEXT   TO WS-THRU-DATE-TEXT
118400        END-IF
118500        MOVE WS-FROM-DATE-TEXT      TO WS-DATE-TEXT
118600        PERFORM 8800-EDIT-DATE
118700        IF DATE-IS-VALID  THEN
118800           MOVE WS-DATE-CHECK       TO WS-BHX-FROM-DATE
118900           MOVE WS-THRU-DATE-TEXT   TO WS-DATE-TEXT
119000           PERFORM 8800-EDIT-DATE
119100           IF DATE-IS-VALID  AND
119200              WS-BHX-FROM-DATE NOT > WS-DATE-CHECK  THEN
119300              MOVE WS-BHX-FROM-DATE TO
119400                 INQ-FROM-DATE (WS-OPEN-INQUIRY)
119500              MOVE WS-DATE-CHECK    TO
119600                 INQ-THRU-DATE (WS-OPEN-INQUIRY)
119700           END-IF
119800        END-IF
119900     END-IF.
120000/
120100******************************************************************
120200*  EVERY INQUIRY STILL TO BE ANSWERED IS RESOLVED TO A CLAIM.    *
120300*  THE KEYED CROSS-REFERENCES ARE READ INQUIRY BY INQUIRY; THE   *
120400*  SEQUENTIAL FILES ARE EACH PASSED ONCE AGAINST THE WHOLE TABLE.*
120500******************************************************************
120600 5000-RESOLVE-INQUIRIES.
120700     OPEN INPUT  HISTORY-XREF
120800                 BENE-HISTORY-XREF.
120900     PERFORM 5010-LOOK-UP-ONE-INQUIRY
121000        VARYING WS-INQ-SUB FROM 1 BY 1
121100        UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT.
121200     CLOSE HISTORY-XREF
121300           BENE-HISTORY-XREF.
121400
121500     PERFORM 5300-PASS-SUSPENSE.
121600     PERFORM 5400-PASS-REVIEW-QUEUE.
121700     PERFORM 5500-PASS-HELD-REMIT.
121800     PERFORM 5600-PASS-WITHHELD-FUNDS.
121900     PERFORM 5700-PASS-EFT-FUNDING.
122000     PERFORM 5800-PASS-CHECK-REGISTER.
122100
122200     PERFORM 5900-SET-STATUS
122300        VARYING WS-INQ-SUB FROM 1 BY 1
122400        UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT.
122500/
122600******************************************************************
122700*  THE MBI ASKED ABOUT IS CARRIED TO THE CURRENT ONE THROUGH THE *
122800*  REISSUE CROSSWALK.  A CLAIM NUMBER THAT COULD BE OURS IS      *
122900*  LOOKED FOR ON THE CLAIM PATH OF HISTXREF, THEN THE CLAIM'S    *
123000*  LINES ARE FOUND ON MBIXREF.                                   *
123100******************************************************************
123200 5010-LOOK-UP-ONE-INQUIRY.
123300     IF INQ-TO-ANSWER (WS-INQ-SUB)  THEN
123400        IF INQ-MBI-ASKED (WS-INQ-SUB) NOT = SPACES  THEN
123500           MOVE INQ-MBI-ASKED (WS-INQ-SUB) TO MXL-MBI
123600           CALL 'ESCALMXL'       USING MBI-XWALK-LOOKUP-REQUEST
123700           MOVE MXL-CURRENT-MBI     TO INQ-MBI (WS-INQ-SUB)
123800        END-IF
123900        IF INQ-CLAIM-NUMBER-ASKED (WS-INQ-SUB) (14:) = SPACES
124000           THEN
124100           MOVE INQ-CLAIM-NUMBER-ASKED (WS-INQ-SUB) TO
124200              INQ-CLAIM-NUMBER (WS-INQ-SUB)
124300        END-IF
124400        IF INQ-CLAIM-NUMBER (WS-INQ-SUB) NOT = SPACES  THEN
124500           PERFORM 5100-FIND-CLAIM-HISTORY
124600        END-IF
124700        IF INQ-MBI (WS-INQ-SUB) NOT = SPACES  THEN
124800           PERFORM 5200-FIND-CLAIM-LINES
124900        END-IF
125000     END-IF.
125100/
125200******************************************************************
125300*  A CLAIM IMAGE ON THE SUSPENSE MASTER OR THE REVIEW QUEUE      *
125400*  AGAINST THE INQUIRY IN HAND - BY CLAIM NUMBER WHEN ONE IS     *
125500*  KNOWN, OTHERWISE BY MBI, A LINE DATE IN THE PERIOD ASKED ABOUT*
125600*  AND THE CCN, WHEN ONE WAS GIVEN.  A MATCH ON MBI GIVES THE    *
125700*  INQUIRY ITS CLAIM NUMBER.                                     *
125800******************************************************************
125900 5050-MATCH-CLAIM-IMAGE.
126000     MOVE 'N'                       TO WS-MATCH-SWITCH.
126100     IF INQ-CLAIM-NUMBER (WS-INQ-SUB) NOT = SPACES  THEN
126200        IF CX-CLAIM-NUMBER = INQ-CLAIM-NUMBER (WS-INQ-SUB)  THEN
126300           MOVE 'Y'                 TO WS-MATCH-SWITCH
126400        END-IF
126500     ELSE
126600        IF INQ-MBI (WS-INQ-SUB) NOT = SPACES  AND
126700           CX-MBI = INQ-MBI (WS-INQ-SUB)  AND
126800           CX-LINE-ITEM-DATE-SERVICE NOT <
126900              INQ-FROM-DATE (WS-INQ-SUB)  AND
127000           CX-LINE-ITEM-DATE-SERVICE NOT >
127100              INQ-THRU-DATE (WS-INQ-SUB)  AND
127200           (INQ-CCN (WS-INQ-SUB) = SPACES  OR
127300            INQ-CCN (WS-INQ-SUB) = CX-PROVIDER-NUMBER)  THEN
127400           MOVE 'Y'                 TO WS-MATCH-SWITCH
127500           MOVE CX-CLAIM-NUMBER     TO
127600              INQ-CLAIM-NUMBER (WS-INQ-SUB)
127700           MOVE CX-PROVIDER-NUMBER  TO INQ-CCN (WS-INQ-SUB)
127800        END-IF
127900     END-IF.
128000/
128100******************************************************************
128200*  HISTXREF CLAIM PATH - EVERY LINE OF THE CLAIM NUMBER, GIVING  *
128300*  THE SPAN OF ITS SERVICE DATES.                                *
128400******************************************************************
128500 5100-FIND-CLAIM-HISTORY.
128600     MOVE 'N'                       TO WS-XREF-EOF-SWITCH.
128700     MOVE SPACES                    TO HX-CLAIM-KEY-DATA.
128800     MOVE INQ-CLAIM-NUMBER (WS-INQ-SUB) TO HXC-CLAIM-NUMBER.
128900     MOVE ZERO                      TO HXC-LINE-ITEM-DOS.
129000     MOVE LOW-VALUES                TO HXC-REV-CODE.
129100     MOVE 'C'                       TO HX-PATH-CODE.
129200     MOVE HX-CLAIM-KEY-DATA         TO HX-KEY-DATA.
129300     START HISTORY-XREF KEY IS >= HX-RECORD-KEY
129400         INVALID KEY MOVE 'Y'       TO WS-XREF-EOF-SWITCH
129500     END-START.
129600     PERFORM 5110-READ-CLAIM-HISTORY
129700        UNTIL XREF-END-OF-FILE.
129800/
129900 5110-READ-CLAIM-HISTORY.
130000     READ HISTORY-XREF NEXT RECORD
130100         AT END MOVE 'Y'            TO WS-XREF-EOF-SWITCH
130200         NOT AT END
130300           MOVE HX-KEY-DATA         TO HX-CLAIM-KEY-DATA
130400           IF NOT HX-CLAIM-PATH  OR
130500              HXC-CLAIM-NUMBER NOT = INQ-CLAIM-NUMBER (WS-INQ-SUB)
130600              THEN
130700              MOVE 'Y'              TO WS-XREF-EOF-SWITCH
130800           ELSE
130900              IF NOT INQ-IN-HISTORY (WS-INQ-SUB)  THEN
131000                 MOVE 'Y'           TO
131100                    INQ-HISTORY-SWITCH (WS-INQ-SUB)
131200                 MOVE HXC-LINE-ITEM-DOS TO
131300                    INQ-LINE-DOS-LOW (WS-INQ-SUB)
131400              END-IF
131500              MOVE HXC-LINE-ITEM-DOS TO
131600                 INQ-LINE-DOS-HIGH (WS-INQ-SUB)
131700           END-IF
131800     END-READ.
131900/
132000******************************************************************
132100*  MBIXREF - THE PATIENT'S LINES FROM THE FIRST SERVICE DATE     *
132200*  ASKED ABOUT.  A CLAIM NUMBER FOUND ON HISTXREF SELECTS ITS OWN*
132300*  LINES; OTHERWISE THE FIRST CLAIM IN THE PERIOD FROM THE       *
132400*  PROVIDER ASKED ABOUT (ANY PROVIDER, WHEN NONE WAS GIVEN BY    *
132500*  CCN) IS TAKEN.  ONLY THE LATEST PRICING OF THE CLAIM COUNTS.  *
132600******************************************************************
132700 5200-FIND-CLAIM-LINES.
132800     IF INQ-IN-HISTORY (WS-INQ-SUB)  THEN
132900        MOVE INQ-CLAIM-NUMBER (WS-INQ-SUB) TO WS-BHX-CLAIM-NUMBER
133000        MOVE INQ-LINE-DOS-LOW (WS-INQ-SUB) TO WS-BHX-FROM-DATE
133100        MOVE INQ-LINE-DOS-HIGH (WS-INQ-SUB) TO WS-BHX-THRU-DATE
133200     ELSE
133300        MOVE SPACES                 TO WS-BHX-CLAIM-NUMBER
133400        MOVE INQ-FROM-DATE (WS-INQ-SUB) TO WS-BHX-FROM-DATE
133500        MOVE INQ-THRU-DATE (WS-INQ-SUB) TO WS-BHX-THRU-DATE
133600     END-IF.
133700     IF INQ-CLAIM-NUMBER (WS-INQ-SUB) = SPACES  OR
133800        INQ-IN-HISTORY (WS-INQ-SUB)  THEN
133900        MOVE 'N'                    TO WS-XREF-EOF-SWITCH
134000        MOVE SPACES                 TO BHX-RECORD-KEY
134100        MOVE INQ-MBI (WS-INQ-SUB)   TO BHX-MBI
134200        MOVE WS-BHX-FROM-DATE       TO BHX-LINE-ITEM-DOS
134300        MOVE LOW-VALUES             TO BHX-CLAIM-NUMBER
134400        START BENE-HISTORY-XREF KEY IS >= BHX-RECORD-KEY
134500            INVALID KEY MOVE 'Y'    TO WS-XREF-EOF-SWITCH
134600        END-START
134700        PERFORM 5210-READ-CLAIM-LINE
134800           UNTIL XREF-END-OF-FILE
134900     END-IF.
135000/
135100 5210-READ-CLAIM-LINE.
135200     READ BENE-HISTORY-XREF NEXT RECORD
135300         AT END MOVE 'Y'            TO WS-XREF-EOF-SWITCH
135400         NOT AT END
135500           EVALUATE TRUE
135600              WHEN BHX-MBI NOT = INQ-MBI (WS-INQ-SUB)
135700                 MOVE 'Y'           TO WS-XREF-EOF-SWITCH
135800              WHEN BHX-LINE-ITEM-DOS > WS-BHX-THRU-DATE
135900                 MOVE 'Y'           TO WS-XREF-EOF-SWITCH
136000              WHEN OTHER
136100                 PERFORM 5220-TAKE-CLAIM-LINE
136200           END-EVALUATE
136300     END-READ.
136400/
136500 5220-TAKE-CLAIM-LINE.
136600     IF WS-BHX-CLAIM-NUMBER = SPACES  THEN
136700        IF INQ-CCN (WS-INQ-SUB) = SPACES  OR
136800           INQ-CCN (WS-INQ-SUB) = BHX-PROVIDER-NUMBER  THEN
136900           MOVE BHX-CLAIM-NUMBER    TO WS-BHX-CLAIM-NUMBER
137000           MOVE BHX-CLAIM-NUMBER    TO
137100              INQ-CLAIM-NUMBER (WS-INQ-SUB)
137200           MOVE 'Y'                 TO
137300              INQ-HISTORY-SWITCH (WS-INQ-SUB)
137400           MOVE BHX-LINE-ITEM-DOS   TO
137500              INQ-LINE-DOS-LOW (WS-INQ-SUB)
137600        END-IF
137700     END-IF.
137800     IF BHX-CLAIM-NUMBER = WS-BHX-CLAIM-NUMBER  THEN
137900        MOVE BHX-PROVIDER-NUMBER    TO INQ-CCN (WS-INQ-SUB)
138000        IF BHX-LINE-ITEM-DOS > INQ-LINE-DOS-HIGH (WS-INQ-SUB)
138100           THEN
138200           MOVE BHX-LINE-ITEM-DOS   TO
138300              INQ-LINE-DOS-HIGH (WS-INQ-SUB)
138400        END-IF
138500        EVALUATE TRUE
138600           WHEN BHX-PRICED-DATE > INQ-PRICED-DATE (WS-INQ-SUB)
138700              MOVE BHX-PRICED-DATE  TO
138800                 INQ-PRICED-DATE (WS-INQ-SUB)
138900              MOVE BHX-PPS-RTC      TO INQ-RTC (WS-INQ-SUB)
139000              MOVE BHX-PAID-AMT     TO INQ-PAID-AMT (WS-INQ-SUB)
139100           WHEN BHX-PRICED-DATE = INQ-PRICED-DATE (WS-INQ-SUB)
139200              IF BHX-PPS-RTC > INQ-RTC (WS-INQ-SUB)  THEN
139300                 MOVE BHX-PPS-RTC   TO INQ-RTC (WS-INQ-SUB)
139400              END-IF
139500              ADD BHX-PAID-AMT      TO INQ-PAID-AMT (WS-INQ-SUB)
139600        END-EVALUATE
139700     END-IF.
139800/
139900******************************************************************
140000*  SUSPMST - A CLAIM REJECTED AND WAITING ON A CORRECTED CLAIM.  *
140100******************************************************************
140200 5300-PASS-SUSPENSE.
140300     MOVE 'N'                       TO WS-PASS-EOF-SWITCH.
140400     OPEN INPUT SUSPENSE-MASTER-IN.
140500     PERFORM 5310-READ-SUSPENSE
140600        UNTIL PASS-END-OF-FILE.
140700     CLOSE SUSPENSE-MASTER-IN.
140800/
140900 5310-READ-SUSPENSE.
141000     READ SUSPENSE-MASTER-IN
141100         AT END MOVE 'Y'            TO WS-PASS-EOF-SWITCH
141200         NOT AT END
141300           MOVE SUS-CLAIM-EXTRACT-IMAGE TO CLAIM-EXTRACT-RECORD
141400           PERFORM 5320-MATCH-SUSPENSE
141500              VARYING WS-INQ-SUB FROM 1 BY 1
141600              UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT
141700     END-READ.
141800/
141900 5320-MATCH-SUSPENSE.
142000     IF INQ-TO-ANSWER (WS-INQ-SUB)  THEN
142100        PERFORM 5050-MATCH-CLAIM-IMAGE
142200        IF INQUIRY-MATCHES  THEN
142300           MOVE 'Y'                 TO
142400              INQ-SUSPENSE-SWITCH (WS-INQ-SUB)
142500           MOVE SUS-PPS-RTC         TO INQ-RTC (WS-INQ-SUB)
142600           MOVE SUS-REJECT-DATE     TO INQ-HOLD-DATE (WS-INQ-SUB)
142700        END-IF
142800     END-IF.
142900/
143000******************************************************************
143100*  MRVQUE - A CLAIM HELD FOR PRE-PAYMENT MEDICAL REVIEW.         *
143200******************************************************************
143300 5400-PASS-REVIEW-QUEUE.
143400     MOVE 'N'                       TO WS-PASS-EOF-SWITCH.
143500     OPEN INPUT REVIEW-QUEUE-IN.
143600     PERFORM 5410-READ-REVIEW-QUEUE
143700        UNTIL PASS-END-OF-FILE.
143800     CLOSE REVIEW-QUEUE-IN.
143900/
144000 5410-READ-REVIEW-QUEUE.
144100     READ REVIEW-QUEUE-IN
144200         AT END MOVE 'Y'            TO WS-PASS-EOF-SWITCH
144300         NOT AT END
144400           MOVE MRQ-CLAIM-EXTRACT-IMAGE TO CLAIM-EXTRACT-RECORD
144500           PERFORM 5420-MATCH-REVIEW-QUEUE
144600              VARYING WS-INQ-SUB FROM 1 BY 1
144700              UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT
144800     END-READ.
144900/
145000 5420-MATCH-REVIEW-QUEUE.
145100     IF INQ-TO-ANSWER (WS-INQ-SUB)  THEN
145200        PERFORM 5050-MATCH-CLAIM-IMAGE
145300        IF INQUIRY-MATCHES  THEN
145400           MOVE 'Y'                 TO
145500              INQ-REVIEW-SWITCH (WS-INQ-SUB)
145600           MOVE MRQ-QUEUE-DATE      TO INQ-HOLD-DATE (WS-INQ-SUB)
145700        END-IF
145800     END-IF.
145900/
146000******************************************************************
146100*  REMHLDO - A PRICED CLAIM WHOSE PAYMENT THE FLOOR IS HOLDING.  *
146200******************************************************************
146300 5500-PASS-HELD-REMIT.
146400     MOVE 'N'                       TO WS-PASS-EOF-SWITCH.
146500     OPEN INPUT HELD-REMIT-IN.
146600     PERFORM 5510-READ-HELD-REMIT
146700        UNTIL PASS-END-OF-FILE.
146800     CLOSE HELD-REMIT-IN.
146900/
147000 5510-READ-HELD-REMIT.
147100     READ HELD-REMIT-IN
147200         AT END MOVE 'Y'            TO WS-PASS-EOF-SWITCH
147300         NOT AT END
147400           IF REM-IS-DETAIL  THEN
147500              PERFORM 5520-MATCH-HELD-REMIT
147600                 VARYING WS-INQ-SUB FROM 1 BY 1
147700                 UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT
147800           END-IF
147900     END-READ.
148000/
148100 5520-MATCH-HELD-REMIT.
148200     IF INQ-TO-ANSWER (WS-INQ-SUB)  AND
148300        INQ-CLAIM-NUMBER (WS-INQ-SUB) NOT = SPACES  AND
148400        REM-CLAIM-NUMBER = INQ-CLAIM-NUMBER (WS-INQ-SUB)  THEN
148500        MOVE 'Y'                    TO
148600           INQ-FLOOR-SWITCH (WS-INQ-SUB)
148700        MOVE REM-RECEIPT-DATE       TO INQ-HOLD-DATE (WS-INQ-SUB)
148800     END-IF.
148900/
149000******************************************************************
149100*  WHLDNEW - A CLAIM PAYMENT KEPT BACK UNDER A WITHHOLD OR       *
149200*  SUSPENSION ORDER.  AN ENTRY SINCE PAID OUT RELEASES IT.       *
149300******************************************************************
149400 5600-PASS-WITHHELD-FUNDS.
149500     MOVE 'N'                       TO WS-PASS-EOF-SWITCH.
149600     OPEN INPUT WITHHELD-FUNDS-IN.
149700     PERFORM 5610-READ-WITHHELD-FUNDS
149800        UNTIL PASS-END-OF-FILE.
149900     CLOSE WITHHELD-FUNDS-IN.
150000/
150100 5610-READ-WITHHELD-FUNDS.
150200     READ WITHHELD-FUNDS-IN
150300         AT END MOVE 'Y'            TO WS-PASS-EOF-SWITCH
150400         NOT AT END
150500           PERFORM 5620-MATCH-WITHHELD-FUNDS
150600              VARYING WS-INQ-SUB FROM 1 BY 1
150700              UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT
150800     END-READ.
150900/
151000 5620-MATCH-WITHHELD-FUNDS.
151100     IF INQ-TO-ANSWER (WS-INQ-SUB)  AND
151200        INQ-CLAIM-NUMBER (WS-INQ-SUB) NOT = SPACES  AND
151300        WLG-CLAIM-NUMBER = INQ-CLAIM-NUMBER (WS-INQ-SUB)  THEN
151400        IF WLG-HELD  THEN
151500           MOVE 'Y'                 TO
151600              INQ-WITHHELD-SWITCH (WS-INQ-SUB)
151700           MOVE WLG-WITHHELD-DATE   TO INQ-HOLD-DATE (WS-INQ-SUB)
151800        ELSE
151900           MOVE 'N'                 TO
152000              INQ-WITHHELD-SWITCH (WS-INQ-SUB)
152100        END-IF
152200     END-IF.
152300/
152400******************************************************************
152500*  EFTFUND - THE FIRST EFT PAYMENT TO THE CLAIM'S PROVIDER ON OR *
152600*  AFTER THE DAY THE CLAIM WAS PRICED IS THE ONE THAT CARRIED IT.*
152700******************************************************************
152800 5700-PASS-EFT-FUNDING.
152900     MOVE 'N'                       TO WS-PASS-EOF-SWITCH.
153000     OPEN INPUT EFT-FUNDING-IN.
153100     PERFORM 5710-READ-EFT-FUNDING
153200        UNTIL PASS-END-OF-FILE.
153300     CLOSE EFT-FUNDING-IN.
153400/
153500 5710-READ-EFT-FUNDING.
153600     READ EFT-FUNDING-IN
153700         AT END MOVE 'Y'            TO WS-PASS-EOF-SWITCH
153800         NOT AT END
153900           IF EFT-IS-DETAIL  AND  EFT-IS-PAYMENT  THEN
154000              PERFORM 5720-MATCH-EFT-PAYMENT
154100                 VARYING WS-INQ-SUB FROM 1 BY 1
154200                 UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT
154300           END-IF
154400     END-READ.
154500/
154600 5720-MATCH-EFT-PAYMENT.
154700     IF INQ-TO-ANSWER (WS-INQ-SUB)  AND
154800        INQ-PRICED-DATE (WS-INQ-SUB) > ZERO  AND
154900        EFT-PROVIDER-NUMBER = INQ-CCN (WS-INQ-SUB)  AND
155000        EFT-PAY-DATE NOT < INQ-PRICED-DATE (WS-INQ-SUB)  THEN
155100        IF INQ-PAY-DATE (WS-INQ-SUB) = ZERO  OR
155200           EFT-PAY-DATE < INQ-PAY-DATE (WS-INQ-SUB)  THEN
155300           MOVE 'ACH'               TO
155400              INQ-PAY-METHOD (WS-INQ-SUB)
155500           MOVE EFT-PAY-DATE        TO INQ-PAY-DATE (WS-INQ-SUB)
155600           MOVE EFT-TRACE-NUMBER    TO
155700              INQ-PAY-NUMBER (WS-INQ-SUB)
155800        END-IF
155900     END-IF.
156000/
156100******************************************************************
156200*  CHKREG - THE SAME FOR A PAPER CHECK.  A VOIDED OR REISSUED    *
156300*  CHECK NEVER CARRIED THE PAYMENT; ITS REPLACEMENT DID.         *
156400******************************************************************
156500 5800-PASS-CHECK-REGISTER.
156600     MOVE 'N'                       TO WS-PASS-EOF-SWITCH.
156700     OPEN INPUT CHECK-REGISTER.
156800     MOVE ZERO                      TO CHKR-CHECK-NUMBER.
156900     START CHECK-REGISTER KEY IS >= CHKR-CHECK-NUMBER
157000         INVALID KEY MOVE 'Y'       TO WS-PASS-EOF-SWITCH
157100     END-START.
157200     PERFORM 5810-READ-CHECK-REGISTER
157300        UNTIL PASS-END-OF-FILE.
157400     CLOSE CHECK-REGISTER.
157500/
157600 5810-READ-CHECK-REGISTER.
157700     READ CHECK-REGISTER NEXT RECORD
157800         AT END MOVE 'Y'            TO WS-PASS-EOF-SWITCH
157900         NOT AT END
158000           IF NOT CHKR-VOIDED  AND  NOT CHKR-REISSUED  THEN
158100              PERFORM 5820-MATCH-CHECK
158200                 VARYING WS-INQ-SUB FROM 1 BY 1
158300                 UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT
158400           END-IF
158500     END-READ.
158600/
158700 5820-MATCH-CHECK.
158800     IF INQ-TO-ANSWER (WS-INQ-SUB)  AND
158900        INQ-PRICED-DATE (WS-INQ-SUB) > ZERO  AND
159000        CHKR-PROVIDER-NUMBER = INQ-CCN (WS-INQ-SUB)  AND
159100        CHKR-ISSUE-DATE NOT < INQ-PRICED-DATE (WS-INQ-SUB)  THEN
159200        IF INQ-PAY-DATE (WS-INQ-SUB) = ZERO  OR
159300           CHKR-ISSUE-DATE < INQ-PAY-DATE (WS-INQ-SUB)  THEN
159400           MOVE 'CHK'               TO
159500              INQ-PAY-METHOD (WS-INQ-SUB)
159600           MOVE CHKR-ISSUE-DATE     TO INQ-PAY-DATE (WS-INQ-SUB)
159700           MOVE CHKR-CHECK-NUMBER   TO
159800              INQ-PAY-NUMBER (WS-INQ-SUB)
159900        END-IF
160000     END-IF.
160100/
160200******************************************************************
160300*  THE ANSWER, MOST SERIOUS FIRST.  A CLAIM ON SUSPENSE OR PRICED*
160400*  WITH A REJECTING RTC IS REJECTED, ONE HELD FOR REVIEW IS      *
160500*  PENDED, ONE PRICED IS HELD, PAID, OR AWAITING PAYMENT.        *
160600******************************************************************
160700 5900-SET-STATUS.
160800     IF INQ-TO-ANSWER (WS-INQ-SUB)  THEN
160900        EVALUATE TRUE
161000           WHEN INQ-IN-SUSPENSE (WS-INQ-SUB)
161100              MOVE 2                TO INQ-STATUS (WS-INQ-SUB)
161200           WHEN INQ-IN-HISTORY (WS-INQ-SUB)  AND
161300                INQ-RTC (WS-INQ-SUB) NOT < 50
161400              MOVE 3                TO INQ-STATUS (WS-INQ-SUB)
161500           WHEN INQ-IN-REVIEW (WS-INQ-SUB)
161600              MOVE 4                TO INQ-STATUS (WS-INQ-SUB)
161700           WHEN INQ-ON-FLOOR (WS-INQ-SUB)
161800              MOVE 5                TO INQ-STATUS (WS-INQ-SUB)
161900           WHEN INQ-WITHHELD (WS-INQ-SUB)
162000              MOVE 6                TO INQ-STATUS (WS-INQ-SUB)
162100           WHEN INQ-PAY-DATE (WS-INQ-SUB) > ZERO
162200              MOVE 7                TO INQ-STATUS (WS-INQ-SUB)
162300           WHEN INQ-IN-HISTORY (WS-INQ-SUB)
162400              MOVE 8                TO INQ-STATUS (WS-INQ-SUB)
162500           WHEN OTHER
162600              MOVE 1                TO INQ-STATUS (WS-INQ-SUB)
162700        END-EVALUATE
162800     END-IF.
162900/
163000******************************************************************
163100*  THE 277 RESPONSES.  THE INQUIRIES ARE IN THE ORDER THEY CAME, *
163200*  SO THE ANSWERS TO EACH INBOUND INTERCHANGE GO BACK TOGETHER   *
163300*  AND EACH 276 SET IS ANSWERED BY ONE 277 SET.                  *
163400******************************************************************
163500 6000-WRITE-RESPONSES.
163600     MOVE ZERO                      TO WS-OUT-ISA-SUB
163700                                       WS-OUT-SET-SUB.
163800     PERFORM 6010-ANSWER-ONE-INQUIRY
163900        VARYING WS-INQ-SUB FROM 1 BY 1
164000        UNTIL WS-INQ-SUB > WS-INQUIRY-COUNT.
164100     IF OUTBOUND-277-OPEN  THEN
164200        PERFORM 8220-END-OUTBOUND-SET
164300        PERFORM 8250-END-OUTBOUND-INTERCHANGE
164400     END-IF.
164500/
164600 6010-ANSWER-ONE-INQUIRY.
164700     IF INQ-TO-ANSWER (WS-INQ-SUB)  THEN
164800        MOVE INQ-SET-SUB (WS-INQ-SUB) TO WS-SET-SUB
164900        IF WS-ST-ISA-SUB (WS-SET-SUB) NOT = WS-OUT-ISA-SUB  THEN
165000           IF OUTBOUND-277-OPEN  THEN
165100              PERFORM 8220-END-OUTBOUND-SET
165200              PERFORM 8250-END-OUTBOUND-INTERCHANGE
165300           END-IF
165400           MOVE WS-ST-ISA-SUB (WS-SET-SUB) TO WS-OUT-ISA-SUB
165500           MOVE ZERO                TO WS-OUT-SET-SUB
165600           PERFORM 8200-START-OUTBOUND-INTERCHANGE
165700        END-IF
165800        IF WS-SET-SUB NOT = WS-OUT-SET-SUB  THEN
165900           IF WS-OUT-SET-SUB > ZERO  THEN
166000              PERFORM 8220-END-OUTBOUND-SET
166100           END-IF
166200           MOVE WS-SET-SUB          TO WS-OUT-SET-SUB
166300           PERFORM 8210-START-OUTBOUND-SET
166400        END-IF
166500        IF INQ-RECEIVER (WS-INQ-SUB) NOT = WS-OUT-RECEIVER-KEY
166600           THEN
166700           PERFORM 6020-WRITE-RECEIVER-LEVEL
166800        END-IF
166900        IF INQ-PROVIDER (WS-INQ-SUB) NOT = WS-OUT-PROVIDER-KEY
167000           THEN
167100           PERFORM 6030-WRITE-PROVIDER-LEVEL
167200        END-IF
167300        PERFORM 6040-WRITE-SUBSCRIBER-LEVEL
167400        MOVE INQ-STATUS (WS-INQ-SUB) TO WS-TABLE-SUB
167500        ADD 1                       TO WS-INQUIRIES-ANSWERED
167600        ADD 1                       TO
167700           WS-STATUS-COUNT (WS-TABLE-SUB)
167800        PERFORM 7100-REPORT-INQUIRY
167900     END-IF.
168000/
168100******************************************************************
168200*  HL 21 - THE INFORMATION RECEIVER, AS IT NAMED ITSELF.         *
168300******************************************************************
168400 6020-WRITE-RECEIVER-LEVEL.
168500     MOVE INQ-RECEIVER (WS-INQ-SUB) TO WS-OUT-RECEIVER-KEY.
168600     MOVE HIGH-VALUES               TO WS-OUT-PROVIDER-KEY.
168700     MOVE '21'                      TO WS-HL-LEVEL-CODE.
168800     MOVE 1                         TO WS-HL-PARENT.
168900     PERFORM 6090-WRITE-277-HL.
169000     MOVE WS-OUT-HL-COUNT           TO WS-OUT-RECEIVER-HL.
169100     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
169200     MOVE 'NM1'                     TO XSP-SEGMENT-ID.
169300     MOVE '41'                      TO XSP-ELEMENT (1).
169400     MOVE INQ-RECEIVER-ENTITY-TYPE (WS-INQ-SUB)
169500                                    TO XSP-ELEMENT (2).
169600     MOVE INQ-RECEIVER-NAME (WS-INQ-SUB) TO XSP-ELEMENT (3).
169700     IF INQ-RECEIVER-ID (WS-INQ-SUB) NOT = SPACES  THEN
169800        MOVE '46'                   TO XSP-ELEMENT (8)
169900        MOVE INQ-RECEIVER-ID (WS-INQ-SUB) TO XSP-ELEMENT (9)
170000     END-IF.
170100     PERFORM 8110-WRITE-277-SEGMENT.
170200/
170300******************************************************************
170400*  HL 19 - THE SERVICE PROVIDER, BY THE NPI OR CCN IT WAS ASKED  *
170500*  ABOUT UNDER.                                                  *
170600******************************************************************
170700 6030-WRITE-PROVIDER-LEVEL.
170800     MOVE INQ-PROVIDER (WS-INQ-SUB) TO WS-OUT-PROVIDER-KEY.
170900     MOVE '19'                      TO WS-HL-LEVEL-CODE.
171000     MOVE WS-OUT-RECEIVER-HL        TO WS-HL-PARENT.
171100     PERFORM 6090-WRITE-277-HL.
171200     MOVE WS-OUT-HL-COUNT           TO WS-OUT-PROVIDER-HL.
171300     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
171400     MOVE 'NM1'                     TO XSP-SEGMENT-ID.
171500     MOVE '1P'                      TO XSP-ELEMENT (1).
171600     MOVE '2'                       TO XSP-ELEMENT (2).
171700     MOVE INQ-PROVIDER-NAME (WS-INQ-SUB) TO XSP-ELEMENT (3).
171800     IF INQ-PROVIDER-ID (WS-INQ-SUB) NOT = SPACES  THEN
171900        MOVE INQ-PROVIDER-QUALIFIER (WS-INQ-SUB)
172000                                    TO XSP-ELEMENT (8)
172100        MOVE INQ-PROVIDER-ID (WS-INQ-SUB) TO XSP-ELEMENT (9)
172200     END-IF.
172300     PERFORM 8110-WRITE-277-SEGMENT.
172400/
172500******************************************************************
172600*  HL 22 - THE SUBSCRIBER AND THE CLAIM STATUS.  THE TRACE       *
172700*  NUMBER AND THE KEYS THE PROVIDER ASKED WITH ARE ECHOED BACK;  *
172800*  THE CLAIM NUMBER IS OURS WHEN THE CLAIM WAS FOUND.            *
172900******************************************************************
173000 6040-WRITE-SUBSCRIBER-LEVEL.
173100     MOVE '22'                      TO WS-HL-LEVEL-CODE.
173200     MOVE WS-OUT-PROVIDER-HL        TO WS-HL-PARENT.
173300     PERFORM 6090-WRITE-277-HL.
173400     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
173500     MOVE 'NM1'                     TO XSP-SEGMENT-ID.
173600     MOVE 'IL'                      TO XSP-ELEMENT (1).
173700     MOVE '1'                       TO XSP-ELEMENT (2).
173800     MOVE INQ-LAST-NAME (WS-INQ-SUB) TO XSP-ELEMENT (3).
173900     MOVE INQ-FIRST-NAME (WS-INQ-SUB) TO XSP-ELEMENT (4).
174000     IF INQ-MBI-ASKED (WS-INQ-SUB) NOT = SPACES  THEN
174100        MOVE 'MI'                   TO XSP-ELEMENT (8)
174200        MOVE INQ-MBI-ASKED (WS-INQ-SUB) TO XSP-ELEMENT (9)
174300     END-IF.
174400     PERFORM 8110-WRITE-277-SEGMENT.
174500
174600     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
174700     MOVE 'TRN'                     TO XSP-SEGMENT-ID.
174800     MOVE '2'                       TO XSP-ELEMENT (1).
174900     MOVE INQ-TRACE (WS-INQ-SUB)    TO XSP-ELEMENT (2).
175000     PERFORM 8110-WRITE-277-SEGMENT.
175100
175200     PERFORM 6050-WRITE-STC.
175300
175400     IF INQ-CLAIM-NUMBER (WS-INQ-SUB) NOT = SPACES  THEN
175500        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
175600        MOVE 'REF'                  TO XSP-SEGMENT-ID
175700        MOVE '1K'                   TO XSP-ELEMENT (1)
175800        MOVE INQ-CLAIM-NUMBER (WS-INQ-SUB) TO XSP-ELEMENT (2)
175900        PERFORM 8110-WRITE-277-SEGMENT
176000     END-IF.
176100     IF INQ-PATIENT-CONTROL (WS-INQ-SUB) NOT = SPACES  THEN
176200        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
176300        MOVE 'REF'                  TO XSP-SEGMENT-ID
176400        MOVE 'EJ'                   TO XSP-ELEMENT (1)
176500        MOVE INQ-PATIENT-CONTROL (WS-INQ-SUB) TO XSP-ELEMENT (2)
176600        PERFORM 8110-WRITE-277-SEGMENT
176700     END-IF.
176800     IF INQ-BILL-TYPE (WS-INQ-SUB) NOT = SPACES  THEN
176900        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
177000        MOVE 'REF'                  TO XSP-SEGMENT-ID
177100        MOVE 'BLT'                  TO XSP-ELEMENT (1)
177200        MOVE INQ-BILL-TYPE (WS-INQ-SUB) TO XSP-ELEMENT (2)
177300        PERFORM 8110-WRITE-277-SEGMENT
177400     END-IF.
177500
177600     IF INQ-LINE-DOS-LOW (WS-INQ-SUB) > ZERO  OR
177700        INQ-FROM-DATE (WS-INQ-SUB) > ZERO  THEN
177800        PERFORM 8050-CLEAR-OUTBOUND-SEGMENT
177900        MOVE 'DTP'                  TO XSP-SEGMENT-ID
178000        MOVE '472'                  TO XSP-ELEMENT (1)
178100        MOVE 'RD8'                  TO XSP-ELEMENT (2)
178200        IF INQ-LINE-DOS-LOW (WS-INQ-SUB) > ZERO  THEN
178300           STRING INQ-LINE-DOS-LOW (WS-INQ-SUB)  '-'
178400              INQ-LINE-DOS-HIGH (WS-INQ-SUB)
178500              DELIMITED BY SIZE
178600              INTO XSP-ELEMENT (3)
178700           END-STRING
178800        ELSE
178900           STRING INQ-FROM-DATE (WS-INQ-SUB)  '-'
179000              INQ-THRU-DATE (WS-INQ-SUB)
179100              DELIMITED BY SIZE
179200              INTO XSP-ELEMENT (3)
179300           END-STRING
179400        END-IF
179500        PERFORM 8110-WRITE-277-SEGMENT
179600     END-IF.
179700/
179800******************************************************************
179900*  STC - THE CATEGORY AND STATUS CODE, THE CHARGE ASKED ABOUT,   *
180000*  WHAT THE CLAIM PAYS AND WHEN IT WAS PRICED, HOW AND WHEN IT   *
180100*  WAS PAID, AND THE REASON TEXT FOR A REJECTED CLAIM.           *
180200******************************************************************
180300 6050-WRITE-STC.
180400     MOVE INQ-STATUS (WS-INQ-SUB)   TO WS-TABLE-SUB.
180500     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
180600     MOVE 'STC'                     TO XSP-SEGMENT-ID.
180700     MOVE WS-STS-CODE (WS-TABLE-SUB) TO XSP-ELEMENT (1).
180800     MOVE WS-TODAY                  TO XSP-ELEMENT (2).
180900     MOVE INQ-CHARGE (WS-INQ-SUB)   TO WS-FORMAT-AMOUNT.
181000     PERFORM 8510-FORMAT-AMOUNT.
181100     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (4).
181200     IF INQ-PRICED-DATE (WS-INQ-SUB) > ZERO  THEN
181300        MOVE INQ-PAID-AMT (WS-INQ-SUB) TO WS-FORMAT-AMOUNT
181400        PERFORM 8510-FORMAT-AMOUNT
181500        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (5)
181600        MOVE INQ-PRICED-DATE (WS-INQ-SUB) TO XSP-ELEMENT (6)
181700     END-IF.
181800     IF INQ-STATUS (WS-INQ-SUB) = 7  THEN
181900        MOVE INQ-PAY-METHOD (WS-INQ-SUB) TO XSP-ELEMENT (7)
182000        MOVE INQ-PAY-DATE (WS-INQ-SUB) TO XSP-ELEMENT (8)
182100        MOVE INQ-PAY-NUMBER (WS-INQ-SUB) TO XSP-ELEMENT (9)
182200     END-IF.
182300     PERFORM 6060-BUILD-REASON-TEXT.
182400     MOVE WS-RTC-TEXT               TO XSP-ELEMENT (12).
182500     PERFORM 8110-WRITE-277-SEGMENT.
182600/
182700 6060-BUILD-REASON-TEXT.
182800     MOVE SPACES                    TO WS-RTC-TEXT.
182900     IF INQ-STATUS (WS-INQ-SUB) = 2  OR
183000        INQ-STATUS (WS-INQ-SUB) = 3  THEN
183100        COMPUTE WS-RCM-SUB = INQ-RTC (WS-INQ-SUB) + 1
183200        IF WS-RCM-TEXT (WS-RCM-SUB) NOT = SPACES  THEN
183300           STRING 'RTC ' INQ-RTC (WS-INQ-SUB) ' '
183400              WS-RCM-TEXT (WS-RCM-SUB)
183500              DELIMITED BY SIZE
183600              INTO WS-RTC-TEXT
183700           END-STRING
183800        ELSE
183900           STRING 'RTC ' INQ-RTC (WS-INQ-SUB)
184000              DELIMITED BY SIZE
184100              INTO WS-RTC-TEXT
184200           END-STRING
184300        END-IF
184400     END-IF.
184500/
184600 6090-WRITE-277-HL.
184700     ADD 1                          TO WS-OUT-HL-COUNT.
184800     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
184900     MOVE 'HL '                     TO XSP-SEGMENT-ID.
185000     MOVE WS-OUT-HL-COUNT           TO WS-FORMAT-NUMBER.
185100     PERFORM 8500-FORMAT-COUNT.
185200     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (1).
185300     IF WS-HL-PARENT > ZERO  THEN
185400        MOVE WS-HL-PARENT           TO WS-FORMAT-NUMBER
185500        PERFORM 8500-FORMAT-COUNT
185600        MOVE WS-FORMAT-TEXT         TO XSP-ELEMENT (2)
185700     END-IF.
185800     MOVE WS-HL-LEVEL-CODE          TO XSP-ELEMENT (3).
185900     IF WS-HL-LEVEL-CODE = '22'  THEN
186000        MOVE '0'                    TO XSP-ELEMENT (4)
186100     ELSE
186200        MOVE '1'                    TO XSP-ELEMENT (4)
186300     END-IF.
186400     PERFORM 8110-WRITE-277-SEGMENT.
186500/
186600******************************************************************
186700*  AN INTERCHANGE, GROUP OR SET PASSED OVER, ON THE REPORT.      *
186800******************************************************************
186900 7000-REPORT-ENVELOPE-ERROR.
187000     MOVE WS-ISA-SENDER-ID          TO RPT-E-SENDER.
187100     EVALUATE RPT-E-LEVEL
187200        WHEN 'INTERCHANGE'
187300           MOVE WS-ISA-CONTROL      TO RPT-E-CONTROL
187400        WHEN 'GROUP'
187500           MOVE WS-GS-CONTROL       TO RPT-E-CONTROL
187600        WHEN OTHER
187700           MOVE WS-ST-CONTROL       TO RPT-E-CONTROL
187800     END-EVALUATE.
187900     WRITE X276RPT-RECORD        FROM RPT-ENVELOPE-LINE.
188000     MOVE SPACES                    TO RPT-E-LEVEL
188100                                       RPT-E-REASON.
188200/
188300******************************************************************
188400*  AN INQUIRY ANSWERED, ON THE REPORT.                           *
188500******************************************************************
188600 7100-REPORT-INQUIRY.
188700     MOVE INQ-STATUS (WS-INQ-SUB)   TO WS-TABLE-SUB.
188800     MOVE WS-IT-SENDER-ID (WS-OUT-ISA-SUB) TO RPT-D-SENDER.
188900     MOVE INQ-TRACE (WS-INQ-SUB)    TO RPT-D-TRACE.
189000     MOVE INQ-MBI (WS-INQ-SUB)      TO RPT-D-MBI.
189100     MOVE INQ-CLAIM-NUMBER (WS-INQ-SUB) TO RPT-D-CLAIM.
189200     MOVE WS-STS-CODE (WS-TABLE-SUB) TO RPT-D-STATUS.
189300     IF INQ-PRICED-DATE (WS-INQ-SUB) > ZERO  THEN
189400        MOVE INQ-PAID-AMT (WS-INQ-SUB) TO RPT-D-PAID
189500     ELSE
189600        MOVE SPACES                 TO RPT-D-PAID-AREA
189700     END-IF.
189800     IF INQ-STATUS (WS-INQ-SUB) = 7  THEN
189900        MOVE INQ-PAY-NUMBER (WS-INQ-SUB) TO RPT-D-PAY-NUMBER
190000     ELSE
190100        MOVE SPACES                 TO RPT-D-PAY-NUMBER
190200     END-IF.
190300     MOVE WS-STS-TEXT (WS-TABLE-SUB) TO RPT-D-REMARKS.
190400     WRITE X276RPT-RECORD        FROM RPT-DETAIL-LINE.
190500/
190600******************************************************************
190700*  OUTBOUND X12.  A SEGMENT IS BUILT BY CLEARING THE ELEMENT     *
190800*  TABLE, FILLING THE SEGMENT ID AND ELEMENTS, AND WRITING IT    *
190900*  THROUGH ESCALXSP, WHICH DROPS THE TRAILING EMPTY ELEMENTS.    *
191000******************************************************************
191100 8050-CLEAR-OUTBOUND-SEGMENT.
191200     MOVE SPACES                    TO XSP-SEGMENT-ID
191300                                       XSP-ELEMENT-TABLE.
191400/
191500 8110-WRITE-277-SEGMENT.
191600     PERFORM 8150-BUILD-OUTBOUND-SEGMENT.
191700     WRITE X277SR-RECORD         FROM XSP-SEGMENT.
191800     ADD 1                          TO WS-OUT-SEGMENTS.
191900/
192000 8150-BUILD-OUTBOUND-SEGMENT.
192100     MOVE 'B'                       TO XSP-FUNCTION.
192200     MOVE '*'                       TO XSP-ELEMENT-SEPARATOR.
192300     MOVE ':'                       TO XSP-COMPONENT-SEPARATOR.
192400     MOVE 30                        TO XSP-ELEMENT-COUNT.
192500     CALL 'ESCALXSP'             USING X12-SEGMENT-REQUEST.
192600/
192700 8160-WRITE-ENVELOPE-SEGMENT.
192800     PERFORM 8150-BUILD-OUTBOUND-SEGMENT.
192900     WRITE X277SR-RECORD         FROM XSP-SEGMENT.
193000/
193100******************************************************************
193200*  A NEW OUTBOUND INTERCHANGE AND ITS ONE GROUP, BACK TO THE     *
193300*  SENDER OF THE INBOUND INTERCHANGE, UNDER THE NEXT CONTROL     *
193400*  NUMBERS OFF X12CTL.  THE GROUP IS ADDRESSED FROM THE FIRST SET*
193500*  ANSWERED IN IT.                                               *
193600******************************************************************
193700 8200-START-OUTBOUND-INTERCHANGE.
193800     MOVE WS-IT-RECEIVER-QUALIFIER (WS-OUT-ISA-SUB) TO
193900        WS-OISA-SENDER-QUALIFIER.
194000     MOVE WS-IT-RECEIVER-ID (WS-OUT-ISA-SUB) TO
194100        WS-OISA-SENDER-ID.
194200     MOVE WS-IT-SENDER-QUALIFIER (WS-OUT-ISA-SUB) TO
194300        WS-OISA-RECEIVER-QUALIFIER.
194400     MOVE WS-IT-SENDER-ID (WS-OUT-ISA-SUB) TO
194500        WS-OISA-RECEIVER-ID.
194600     MOVE WS-TODAY-YYMMDD           TO WS-OISA-DATE.
194700     MOVE WS-TIME-HHMM              TO WS-OISA-TIME.
194800     MOVE X12C-NEXT-INTERCHANGE     TO WS-OISA-CONTROL
194900                                       WS-OUT-ISA-CONTROL.
195000     MOVE WS-IT-USAGE (WS-OUT-ISA-SUB) TO WS-OISA-USAGE.
195100     PERFORM 8230-STEP-INTERCHANGE-NUMBER.
195200     WRITE X277SR-RECORD         FROM WS-OUT-ISA.
195300     MOVE ZERO                      TO WS-OUT-SETS.
195400     MOVE 'Y'                       TO WS-277-OPEN-SWITCH.
195500
195600     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
195700     MOVE 'GS '                     TO XSP-SEGMENT-ID.
195800     MOVE 'HN'                      TO XSP-ELEMENT (1).
195900     MOVE WS-ST-GS-RECEIVER (WS-SET-SUB) TO XSP-ELEMENT (2).
196000     MOVE WS-ST-GS-SENDER (WS-SET-SUB) TO XSP-ELEMENT (3).
196100     MOVE WS-TODAY                  TO XSP-ELEMENT (4).
196200     MOVE WS-TIME-HHMM              TO XSP-ELEMENT (5).
196300     MOVE X12C-NEXT-GROUP           TO WS-OUT-GROUP
196400                                       WS-FORMAT-NUMBER.
196500     PERFORM 8500-FORMAT-COUNT.
196600     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (6).
196700     MOVE 'X'                       TO XSP-ELEMENT (7).
196800     MOVE '005010X212'              TO XSP-ELEMENT (8).
196900     PERFORM 8240-STEP-GROUP-NUMBER.
197000     PERFORM 8160-WRITE-ENVELOPE-SEGMENT.
197100/
197200******************************************************************
197300*  A NEW 277 SET - ST, BHT ECHOING THE 276'S REFERENCE, AND THE  *
197400*  PAYER LEVEL (HL 20) EVERY ANSWER IN IT HANGS FROM.            *
197500******************************************************************
197600 8210-START-OUTBOUND-SET.
197700     ADD 1                          TO WS-OUT-SETS.
197800     MOVE ZERO                      TO WS-OUT-SEGMENTS
197900                                       WS-OUT-HL-COUNT.
198000     MOVE WS-OUT-SETS               TO WS-OUT-ST-CONTROL.
198100     MOVE HIGH-VALUES               TO WS-OUT-RECEIVER-KEY
198200                                       WS-OUT-PROVIDER-KEY.
198300     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
198400     MOVE 'ST '                     TO XSP-SEGMENT-ID.
198500     MOVE '277'                     TO XSP-ELEMENT (1).
198600     MOVE WS-OUT-ST-CONTROL         TO XSP-ELEMENT (2).
198700     MOVE '005010X212'              TO XSP-ELEMENT (3).
198800     PERFORM 8110-WRITE-277-SEGMENT.
198900
199000     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
199100     MOVE 'BHT'                     TO XSP-SEGMENT-ID.
199200     MOVE '0010'                    TO XSP-ELEMENT (1).
199300     MOVE '08'                      TO XSP-ELEMENT (2).
199400     MOVE WS-ST-BHT-REFERENCE (WS-SET-SUB) TO XSP-ELEMENT (3).
199500     MOVE WS-TODAY                  TO XSP-ELEMENT (4).
199600     MOVE WS-TIME-HHMM              TO XSP-ELEMENT (5).
199700     MOVE 'DG'                      TO XSP-ELEMENT (6).
199800     PERFORM 8110-WRITE-277-SEGMENT.
199900
200000     MOVE '20'                      TO WS-HL-LEVEL-CODE.
200100     MOVE ZERO                      TO WS-HL-PARENT.
200200     PERFORM 6090-WRITE-277-HL.
200300     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
200400     MOVE 'NM1'                     TO XSP-SEGMENT-ID.
200500     MOVE 'PR'                      TO XSP-ELEMENT (1).
200600     MOVE '2'                       TO XSP-ELEMENT (2).
200700     MOVE X12C-PAYER-NAME           TO XSP-ELEMENT (3).
200800     MOVE 'PI'                      TO XSP-ELEMENT (8).
200900     MOVE X12C-PAYER-ID             TO XSP-ELEMENT (9).
201000     PERFORM 8110-WRITE-277-SEGMENT.
201100/
201200 8220-END-OUTBOUND-SET.
201300     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
201400     MOVE 'SE '                     TO XSP-SEGMENT-ID.
201500     COMPUTE WS-FORMAT-NUMBER = WS-OUT-SEGMENTS + 1.
201600     PERFORM 8500-FORMAT-COUNT.
201700     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (1).
201800     MOVE WS-OUT-ST-CONTROL         TO XSP-ELEMENT (2).
201900     PERFORM 8160-WRITE-ENVELOPE-SEGMENT.
202000/
202100 8230-STEP-INTERCHANGE-NUMBER.
202200     IF X12C-NEXT-INTERCHANGE = 999999999  THEN
202300        MOVE 1                      TO X12C-NEXT-INTERCHANGE
202400     ELSE
202500        ADD 1                       TO X12C-NEXT-INTERCHANGE
202600     END-IF.
202700/
202800 8240-STEP-GROUP-NUMBER.
202900     IF X12C-NEXT-GROUP = 999999999  THEN
203000        MOVE 1                      TO X12C-NEXT-GROUP
203100     ELSE
203200        ADD 1                       TO X12C-NEXT-GROUP
203300     END-IF.
203400/
203500******************************************************************
203600*  GE AND IEA CLOSE AN OUTBOUND INTERCHANGE - ONE GROUP EACH.    *
203700******************************************************************
203800 8250-END-OUTBOUND-INTERCHANGE.
203900     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
204000     MOVE 'GE '                     TO XSP-SEGMENT-ID.
204100     MOVE WS-OUT-SETS               TO WS-FORMAT-NUMBER.
204200     PERFORM 8500-FORMAT-COUNT.
204300     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (1).
204400     MOVE WS-OUT-GROUP              TO WS-FORMAT-NUMBER.
204500     PERFORM 8500-FORMAT-COUNT.
204600     MOVE WS-FORMAT-TEXT            TO XSP-ELEMENT (2).
204700     PERFORM 8160-WRITE-ENVELOPE-SEGMENT.
204800
204900     PERFORM 8050-CLEAR-OUTBOUND-SEGMENT.
205000     MOVE 'IEA'                     TO XSP-SEGMENT-ID.
205100     MOVE '1'                       TO XSP-ELEMENT (1).
205200     MOVE WS-OUT-ISA-CONTROL        TO XSP-ELEMENT (2).
205300     PERFORM 8160-WRITE-ENVELOPE-SEGMENT.
205400     MOVE 'N'                       TO WS-277-OPEN-SWITCH.
205500/
205600******************************************************************
205700*  INBOUND X12 THROUGH ESCALXSP, ON THE SEPARATORS THE CURRENT   *
205800*  ISA DECLARED.                                                 *
205900******************************************************************
206000 8300-SPLIT-INBOUND-SEGMENT.
206100     MOVE 'S'                       TO XSP-FUNCTION.
206200     MOVE WS-IN-ELEMENT-SEPARATOR   TO XSP-ELEMENT-SEPARATOR.
206300     MOVE WS-IN-COMPONENT-SEPARATOR TO XSP-COMPONENT-SEPARATOR.
206400     CALL 'ESCALXSP'             USING X12-SEGMENT-REQUEST.
206500/
206600 8350-CONVERT-INBOUND-AMOUNT.
206700     MOVE 'A'                       TO XSP-FUNCTION.
206800     CALL 'ESCALXSP'             USING X12-SEGMENT-REQUEST.
206900/
207000******************************************************************
207100*  A TRAILER COUNT ELEMENT (ELEMENT WS-SUB) AS A NUMBER.  ONE    *
207200*  THAT IS NOT NUMERIC COMES BACK AS ALL NINES, WHICH NO COUNT   *
207300*  WILL MATCH.                                                   *
207400******************************************************************
207500 8400-ELEMENT-TO-COUNT.
207600     MOVE 9999999999                TO WS-TRAILER-COUNT.
207700     IF XSP-ELEMENT-LENGTH (WS-SUB) > ZERO  AND
207800        XSP-ELEMENT-LENGTH (WS-SUB) NOT > 10  THEN
207900        MOVE XSP-ELEMENT (WS-SUB) (1:XSP-ELEMENT-LENGTH (WS-SUB))
208000                                    TO WS-NUMERIC-TEXT
208100        INSPECT WS-NUMERIC-TEXT REPLACING LEADING SPACE BY ZERO
208200        IF WS-NUMERIC-TEXT NUMERIC  THEN
208300           MOVE WS-NUMERIC-VALUE    TO WS-TRAILER-COUNT
208400        END-IF
208500     END-IF.
208600/
208700******************************************************************
208800*  A COUNT OR AN AMOUNT AS X12 WANTS IT - NO LEADING ZEROS OR    *
208900*  SPACES - IN WS-FORMAT-TEXT.                                   *
209000******************************************************************
209100 8500-FORMAT-COUNT.
209200     MOVE WS-FORMAT-NUMBER          TO WS-FORMAT-EDIT.
209300     MOVE 1                         TO WS-FORMAT-POINTER.
209400     INSPECT WS-FORMAT-EDIT
209500        TALLYING WS-FORMAT-POINTER FOR LEADING SPACE.
209600     MOVE WS-FORMAT-EDIT (WS-FORMAT-POINTER:) TO WS-FORMAT-TEXT.
209700/
209800 8510-FORMAT-AMOUNT.
209900     MOVE WS-FORMAT-AMOUNT          TO WS-FORMAT-AMOUNT-EDIT.
210000     MOVE 1                         TO WS-FORMAT-POINTER.
210100     INSPECT WS-FORMAT-AMOUNT-EDIT
210200        TALLYING WS-FORMAT-POINTER FOR LEADING SPACE.
210300     MOVE WS-FORMAT-AMOUNT-EDIT (WS-FORMAT-POINTER:)
210400                                    TO WS-FORMAT-TEXT.
210500/
210600******************************************************************
210700*  A CCYYMMDD DATE IN WS-DATE-TEXT, CHECKED FOR A REAL MONTH AND *
210800*  DAY.  A GOOD ONE IS LEFT IN WS-DATE-CHECK.                    *
210900******************************************************************
211000 8800-EDIT-DATE.
211100     MOVE 'N'                       TO WS-DATE-VALID-SWITCH.
211200     IF WS-DATE-TEXT (1:8) NUMERIC  AND
211300        WS-DATE-TEXT (9:) = SPACES  THEN
211400        MOVE WS-DATE-TEXT (1:8)     TO WS-DATE-CHECK
211500        IF WS-DATE-CHECK-CCYY > 1900  AND
211600           WS-DATE-CHECK-MM > ZERO  AND
211700           WS-DATE-CHECK-MM < 13  AND
211800           WS-DATE-CHECK-DD > ZERO  AND
211900           WS-DATE-CHECK-DD NOT > WS-MONTH-DAYS (WS-DATE-CHECK-MM)
212000           THEN
212100           MOVE 'Y'                 TO WS-DATE-VALID-SWITCH
212200        END-IF
212300     END-IF.
212400/
212500 8900-PRINT-TOTALS.
212600     MOVE SPACES                    TO X276RPT-RECORD.
212700     WRITE X276RPT-RECORD.
212800     MOVE 'SEGMENTS READ  . . . . . . . . . . . .' TO
212900        RPT-T-LABEL.
213000     MOVE WS-SEGMENTS-READ          TO RPT-T-COUNT.
213100     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
213200     MOVE 'INTERCHANGES READ  . . . . . . . . . .' TO
213300        RPT-T-LABEL.
213400     MOVE WS-INTERCHANGES-READ      TO RPT-T-COUNT.
213500     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
213600     MOVE '  PASSED OVER  . . . . . . . . . . . .' TO
213700        RPT-T-LABEL.
213800     MOVE WS-INTERCHANGES-REJECTED  TO RPT-T-COUNT.
213900     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
214000     MOVE 'FUNCTIONAL GROUPS READ . . . . . . . .' TO
214100        RPT-T-LABEL.
214200     MOVE WS-GROUPS-READ            TO RPT-T-COUNT.
214300     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
214400     MOVE '  PASSED OVER  . . . . . . . . . . . .' TO
214500        RPT-T-LABEL.
214600     MOVE WS-GROUPS-REJECTED        TO RPT-T-COUNT.
214700     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
214800     MOVE 'TRANSACTION SETS READ  . . . . . . . .' TO
214900        RPT-T-LABEL.
215000     MOVE WS-SETS-READ              TO RPT-T-COUNT.
215100     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
215200     MOVE '  PASSED OVER  . . . . . . . . . . . .' TO
215300        RPT-T-LABEL.
215400     MOVE WS-SETS-REJECTED          TO RPT-T-COUNT.
215500     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
215600     MOVE 'INQUIRIES READ . . . . . . . . . . . .' TO
215700        RPT-T-LABEL.
215800     MOVE WS-INQUIRIES-READ         TO RPT-T-COUNT.
215900     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
216000     MOVE '  IN SETS PASSED OVER  . . . . . . . .' TO
216100        RPT-T-LABEL.
216200     MOVE WS-INQUIRIES-PASSED-OVER  TO RPT-T-COUNT.
216300     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
216400     MOVE '  OVER THE TABLE LIMIT . . . . . . . .' TO
216500        RPT-T-LABEL.
216600     MOVE WS-INQUIRIES-OVER-LIMIT   TO RPT-T-COUNT.
216700     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
216800     MOVE '  ANSWERED ON THE 277  . . . . . . . .' TO
216900        RPT-T-LABEL.
217000     MOVE WS-INQUIRIES-ANSWERED     TO RPT-T-COUNT.
217100     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
217200     PERFORM 8910-PRINT-STATUS-TOTAL
217300        VARYING WS-TABLE-SUB FROM 1 BY 1
217400        UNTIL WS-TABLE-SUB > 8.
217500/
217600 8910-PRINT-STATUS-TOTAL.
217700     MOVE SPACES                    TO RPT-T-LABEL.
217800     STRING '    ' WS-STS-TEXT (WS-TABLE-SUB)
217900        DELIMITED BY SIZE
218000        INTO RPT-T-LABEL
218100     END-STRING.
218200     MOVE WS-STATUS-COUNT (WS-TABLE-SUB) TO RPT-T-COUNT.
218300     WRITE X276RPT-RECORD        FROM RPT-TOTAL-LINE.
218400/
218500******************************************************************
218600*  X12CTL IS REWRITTEN WITH THE NEXT CONTROL NUMBERS.  RETURN    *
218700*  CODE 4 WHEN AN INTERCHANGE, GROUP OR SET WAS PASSED OVER OR AN*
218800*  INQUIRY WENT UNANSWERED FOR WANT OF ROOM, 16 WHEN NOTHING     *
218900*  COULD BE READ.                                                *
219000******************************************************************
219100 9000-TERMINATE.
219200     IF X12C-NOT-ON-FILE  THEN
219300        CLOSE X12-CONTROL
219400        MOVE 16                     TO RETURN-CODE
219500     ELSE
219600        MOVE WS-TODAY               TO X12C-LAST-UPDATE-DATE
219700        REWRITE X12-CONTROL-RECORD
219800        CLOSE X12-CONTROL
219900              X276-IN
220000              STATUS-277-OUT
220100              INQUIRY-REPORT
220200        DISPLAY 'ESCALCSI - ' WS-INQUIRIES-READ
220300           ' INQUIRIES READ, ' WS-INQUIRIES-ANSWERED ' ANSWERED, '
220400           WS-SETS-REJECTED ' SETS PASSED OVER'
220500        IF WS-INTERCHANGES-REJECTED > ZERO  OR
220600           WS-GROUPS-REJECTED > ZERO  OR
220700           WS-SETS-REJECTED > ZERO  OR
220800           WS-INQUIRIES-OVER-LIMIT > ZERO  THEN
220900           MOVE 4                   TO RETURN-CODE
221000        ELSE
221100           MOVE ZERO                TO RETURN-CODE
221200        END-IF
221300     END-IF.
