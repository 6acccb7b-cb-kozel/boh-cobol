003699*           AND A STAMP-REFUSED RUN NO LONGER READS THE CLAIM
003701*           HEADER, SO FISS IS NOT TOLD A FILE WAS ACCEPTED ON
003702*           A NIGHT THAT PRICED NOTHING.
003703* 10/15/2026 ESCALRUN - DATE-OF-DEATH EDIT.  THE BENEFICIARY
003704*           MASTER NOW CARRIES THE DATE OF DEATH (ESCALBMT DEATH
003705*           NOTICE); A LINE-ITEM DATE OF SERVICE AFTER IT
003706*           REJECTS RTC 90 WITH THE DATE AND ITS SOURCE ON THE
003707*           EXCEPTION QUEUE, AND REMITS WITH CARC 013.
003708* 10/15/2026 ESCALRUN - MEDICARE ADVANTAGE EDIT.  RIGHT AFTER THE
003709*           ENTITLEMENT CHECK, THE LINE-ITEM DATE OF SERVICE IS
003710*           LOOKED UP AGAINST THE BENEFICIARY'S MA ENROLLMENT
003711*           PERIODS (MAPFILE THROUGH ESCALMAX); A COVERED DATE
003712*           REJECTS RTC 87 WITH THE PLAN CONTRACT ON THE
003713*           EXCEPTION QUEUE, AND REMITS WITH CARC 024.
003714* 10/15/2026 ESCALRUN - ESRD COORDINATION PERIOD EDIT.  A LINE
003715*           BILLED WITHOUT THE MSP INDICATOR WHOSE DATE OF
003716*           SERVICE FALLS INSIDE BOTH A GROUP HEALTH PLAN
003717*           COVERAGE (GHPFILE) AND THE 30-MONTH COORDINATION
003718*           PERIOD DERIVED FROM THE DIALYSIS START (THE EQRS
003719*           REGISTRY DATE WHEN ON FILE, ELSE THE BILLED ONE -
003720*           BOTH THROUGH ESCALGHX) REJECTS RTC 86 WITH THE
003721*           INSURER ON THE EXCEPTION QUEUE, AND REMITS WITH
003722*           CARC 022.  THE MBIXREF ENTRY NOW CARRIES THE MSP
003723*           INDICATOR FOR THE ESCALMSP RECOVERY JOB.
003724* 10/15/2026 ESCALRUN - A CLAIM BILLED UNDER A RETIRED MBI IS
003725*           RESOLVED TO THE CURRENT ONE (MBIXWLK THROUGH ESCALMXL)
003726*           BEFORE ANY EDIT, SO THE ENTITLEMENT CHECK, THE
003727*           DEDUCTIBLE AND TRAINING ACCUMULATORS, THE SAME-DAY
003728*           INDEX, AND MBIXREF ALL SEE ONE PATIENT UNDER EITHER
003729*           NUMBER.  BENEFICIARY-DAY INDEX ENTRIES CARRIED FORWARD
003730*           UNDER A RETIRED MBI ARE RE-KEYED THE SAME WAY AS THEY
003731*           LOAD.  RESOLUTIONS ARE COUNTED ON THE CONTROL REPORT.
003732* 10/15/2026 ESCALRUN - THE PRICED-HISTORY APPEND IS STAMPED WITH
003733*           ITS RELEASE PATH ('N'), SO THE POST-PAYMENT DUPLICATE
003734*           AUDIT (ESCALPPD) CAN NAME THE PATHS THAT COLLIDED.
003735* 10/15/2026 ESCALRUN - A PROMPT-PAY DEADLINE THAT FALLS ON A
003736*           WEEKEND, A FEDERAL HOLIDAY, OR A BANK NON-SETTLEMENT
003737*           DAY NOW RUNS TO THE NEXT BUSINESS DAY ON THE CALENDAR
003738*           MASTER (ESCALBDY), AS CMS COUNTS IT; INTEREST STILL
003739*           ACCRUES BY CALENDAR DAY PAST THE ROLLED DEADLINE.
003740*           THE TIMELY FILING LIMIT ROLLS THE SAME WAY - A CLAIM
003741*           RECEIVED ON THE NEXT BUSINESS DAY AFTER A LIMIT THAT
003742*           ENDS ON A WEEKEND OR HOLIDAY IS TIMELY.
003743* 10/15/2026 ESCALRUN - REGISTERS ITS START AND END WITH THE
003744*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR) UNDER
003745*           TODAY'S RUN DATE, WITH ITS RETURN CODE AND KEY
003746*           COUNTS, FOR THE MORNING STATUS BOARD (ESCALJSB).
003747*           A SECOND START FOR A RUN DATE ALREADY COMPLETE IS
003748*           REFUSED THERE UNLESS RUNAUTH AUTHORIZED THE
003749*           RESTART; A REFUSED START OPENS NO OUTPUT FILE.
003750* 10/15/2026 ESCALRUN - PARTITIONED RUN.  A PRTCTL CARD NAMING
003751*           PARTITION N OF M AND A PROVIDER RANGE MAKES THIS ONE
003752*           OF M INSTANCES RUN SIDE BY SIDE: EVERY INSTANCE READS
003753*           ALL OF PRCCLM (SO EVERY TRAILER STILL PROVES) BUT
003754*           PRICES ONLY ITS OWN PROVIDERS' LINES.  A PARTITION
003755*           LEAVES THE RUNCTL RECORD AND ANCHOR TO THE MERGE
003756*           (ESCALPMG), REGISTERS UNDER ITS OWN PARTITION NUMBER,
003757*           CARRIES FORWARD ONLY TONIGHT'S INDEX AND CHECKPOINT
003758*           ENTRIES (PARTITION 1 CARRIES THE PRIOR NIGHTS'), AND
003759*           LEAVES THE TRANSMISSION-LEVEL ACKNOWLEDGMENTS TO
003760*           PARTITION 1 AND THE FINAL TRAILER TO THE MERGE.
003761*           PRCTOT NOW CARRIES THE PARTITION, ITS RANGE, THE
003762*           LINES READ, AND THE INTEGRITY RESULT.  NO CARD IS THE
003763*           ORDINARY SINGLE RUN, UNCHANGED.
003764* 10/15/2026 ESCALRUN - SHADOW (NO-POST) RUN.  AN SHDCTL CARD
003765*           WITH RUN MODE 'S' PRICES THE DAY'S PRCCLM EXACTLY AS
003766*           THE PRODUCTION RUN DOES, AGAINST WHATEVER PENDING
003767*           VERSION AND RATE/WAGE MASTERS THE SHADOW JCL NAMES,
003768*           BUT POSTS NOTHING: RUNCTL IS READ ONLY, THE STEP IS
003769*           NOT REGISTERED, THE DEDUCTIBLE AND TRAINING
003770*           ACCUMULATORS RUN IN SHADOW MODE, AND THE INDEX AND
003771*           CHECKPOINT ROLLS, PRCHIST, THE REMIT, GL, NETACC,
003772*           CROSSOVER, WITHHELD, INTERIM, REVIEW, WAIVER,
003773*           SUSPENSE AND ACKNOWLEDGMENT FEEDS, THE CROSS-
003774*           REFERENCES, THE AUDIT STORE AND PRCTOT ARE NEITHER
003775*           OPENED NOR WRITTEN.  PRCOUT, PRCEXC, PRCSTAT AND
003776*           PRCCTL ARE THE SHADOW OUTPUT, FOR THE COMPARISON
003777*           (ESCALSHC) AGAINST THE PRODUCTION PRCOUT.
003778* 10/15/2026 ESCALRUN - RUN PARAMETERS NOW COME FROM THE
003779*           EFFECTIVE-DATED PARAMETER MASTER (PARMMAST THROUGH
003780*           ESCALPRM) AS OF THE RUN DATE INSTEAD OF THE TRNLIMIT,
003781*           DUPRETN, REDCTL, DEDCTL, EQRSCTL, PPICTL, ANCCTL,
003782*           MRVCTL, EMGCTL, TFLCTL, CTGCTL AND MBICTL CONTROL
003783*           FILES.  EACH ROW IS THE SAME IMAGE THE OLD CARD
003784*           CARRIED, SO THE EDITS ON IT ARE UNCHANGED; A FAMILY
003785*           WITH NOTHING IN FORCE LEAVES THE COMPILED DEFAULTS,
003786*           AS AN EMPTY CONTROL FILE DID.
003787* 10/15/2026 ESCALRUN - EACH ACKNOWLEDGMENT LINE NOW CARRIES THE
003788*           PROVIDER NUMBER IT WAS BILLED UNDER, SO THE TRADING-
003789*           PARTNER DISTRIBUTION (ESCALTPD) CAN SEND IT TO THAT
003790*           PROVIDER'S RECEIVER.
003791* 10/15/2026 ESCALRUN - EACH PAID REMIT DETAIL NOW CARRIES ITS
003792*           SEQUESTRATION, NETWORK FEE, AND PROMPT-PAY INTEREST
003793*           (REMCPY, NOW 140 BYTES) SO THE PAPER REMITTANCE
003794*           (ESCALSPR) CAN SHOW THEM SEPARATELY.
003795* 10/15/2026 ESCALRUN - ESA CLAIMS MONITORING POLICY.  THE EXTRACT
003796*           NOW CARRIES THE HEMOGLOBIN AND HEMATOCRIT READINGS
003797*           (VALUE CODES 48/49) AND THE CLAIM'S ESA LINE.  A LINE
003798*           WHOSE READINGS HAVE STAYED ABOVE THE ESACTL THRESHOLD
003799*           FOR THE CONSECUTIVE BILLING MONTHS (THE BENEFICIARY'S
003800*           MONTHLY READING HISTORY, ESAHFILE THROUGH ESCALESA)
003801*           HAS ITS ESA DRUG AMOUNT REDUCED UNLESS THE LINE
003802*           CARRIES EE; ED REDUCES IT ON THE FACILITY'S WORD.  THE
003803*           REDUCTION COMES OFF THE NET AHEAD OF SEQUESTRATION,
003804*           SHOWS ON ITS OWN PRCOUT LINE ('ESA REDUC') AND ON THE
003805*           REMIT DETAIL, IS TOTALLED ON PRCCTL, AND EVERY LINE
003806*           THE POLICY TOUCHED IS WRITTEN TO THE ESAMON LEDGER FOR
003807*           THE MONTHLY PROVIDER REPORT (ESCALESR).
003808* 10/15/2026 ESCALRUN - DERIVED OUTLIER MAP.  PRCCLM NOW
003809*           CARRIES THE CLAIM'S SEPARATELY-BILLABLE LINES ('S'
003810*           RECORDS, NOT IN THE TRAILER COUNT OR HASH).  THEY
003811*           ARE PRICED OFF THE OUTLIER SERVICES LIST AND THE ASP
003812*           FILE (ESCALSBX) AND THE DERIVED MAP COMPARED WITH THE
003813*           BILLED TOTAL; A DIFFERENCE PAST THE MAPCTL TOLERANCE,
003814*           OR A LISTED LINE WITH NO PRICE, GOES TO THE EXCEPTION
003815*           QUEUE (RTC 70).  WHEN MAPCTL SAYS SO THE PRICER IS
003816*           GIVEN THE DERIVED MAP.  BOTH COUNTS ARE ON PRCCTL.
003817* 10/15/2026 ESCALRUN - EVERY AUDIT-STORE RECORD THE RUN WRITES IS
003818*           NOW CHAINED AND HASHED THROUGH ESCALHSH (ONE CHAIN PER
003819*           RUN OR PARTITION) AND THE CHAIN IS ANCHORED AT END OF
003820*           RUN.  A SAME-DAY REPRICE STILL REPLACES THE DAY'S
003821*           RECORD, BUT THE RECORD IT REPLACES IS ACCOUNTED FOR ON
003822*           THE ANCHOR FILE FIRST, FOR THE VERIFICATION JOB
003823*           (ESCALHVF).
003824* 10/15/2026 ESCALRUN - A LINE HELD FOR MEDICAL REVIEW CARRIES ITS
003825*           ESA MONITORING REDUCTION ON THE QUEUE RECORD (MRQCPY)
003826*           SO THE RELEASED LINE'S REMIT SHOWS IT SEPARATELY.
003827* 10/15/2026 ESCALRUN - A PARTITION JOURNALS EVERY DEDUCTIBLE,
003828*           TRAINING-SESSION AND ESA-READING ACCUMULATOR POST AND
003829*           BACKOUT (MBI AND AMOUNTS) TO ITS OWN POSTING FILE
003830*           (ACMPOST, ACPCPY) SO THE MERGE CAN QUEUE ANY
003831*           BENEFICIARY TWO PARTITIONS POSTED THE SAME NIGHT.
003832******************************************************************
003690 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003710 CONFIGURATION SECTION.
003850         ORGANIZATION IS SEQUENTIAL.
003860     SELECT EXCEPTION-QUEUE-OUT  ASSIGN TO PRCEXC
003870         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PRICED-INDEX-IN      ASSIGN TO PRCIDXI
003910         ORGANIZATION IS SEQUENTIAL.
003920     SELECT PRICED-INDEX-OUT     ASSIGN TO PRCIDXO
003930         ORGANIZATION IS SEQUENTIAL.
003960     SELECT PRICED-HISTORY-OUT   ASSIGN TO PRCHIST
004030         ORGANIZATION IS SEQUENTIAL.
004040     SELECT REMIT-EXTRACT-OUT    ASSIGN TO PRCREM
004050         ORGANIZATION IS SEQUENTIAL.
004080     SELECT SUSPENSE-OUT         ASSIGN TO SUSPOUT
004090         ORGANIZATION IS SEQUENTIAL.
004100     SELECT RUN-STATUS-OUT       ASSIGN TO PRCSTAT
004130         ORGANIZATION IS SEQUENTIAL.
004140     SELECT ACKNOWLEDGMENT-OUT   ASSIGN TO PRCACK
004150         ORGANIZATION IS SEQUENTIAL.
004230         ORGANIZATION IS INDEXED
004240         ACCESS MODE IS DYNAMIC
004250         RECORD KEY IS HX-RECORD-KEY.
004280     SELECT NETWORK-MASTER-IN    ASSIGN TO NETMAST
004290         ORGANIZATION IS SEQUENTIAL.
004300     SELECT NETWORK-ACCUM-OUT    ASSIGN TO NETACC
004310         ORGANIZATION IS SEQUENTIAL.
004320     SELECT RUN-TOTALS-OUT       ASSIGN TO PRCTOT
004330         ORGANIZATION IS SEQUENTIAL.
004360     SELECT REVIEW-QUEUE-OUT     ASSIGN TO MRVQUE
004390         ORGANIZATION IS SEQUENTIAL.
004400     SELECT WAIVER-USAGE-OUT     ASSIGN TO WVRUSE
004410         ORGANIZATION IS SEQUENTIAL.
004420     SELECT ESA-MONITORING-OUT   ASSIGN TO ESAMON
004430         ORGANIZATION IS SEQUENTIAL.
004440     SELECT TIMELY-FILING-AUTH   ASSIGN TO TFLAUTH
004450         ORGANIZATION IS SEQUENTIAL.
004470         ORGANIZATION IS INDEXED
004480         ACCESS MODE IS DYNAMIC
004490         RECORD KEY IS BHX-RECORD-KEY.
004520     SELECT AVERAGE-FILE         ASSIGN TO PAVGFILE
004530         ORGANIZATION IS INDEXED
004540         ACCESS MODE IS DYNAMIC
004630         ORGANIZATION IS SEQUENTIAL.
004640     SELECT BENE-INDEX-OUT       ASSIGN TO MBIIDXO
004650         ORGANIZATION IS SEQUENTIAL.
004680     SELECT CROSSOVER-OUT        ASSIGN TO XOVR
004690         ORGANIZATION IS SEQUENTIAL.
004700     SELECT WITHHELD-FUNDS-OUT   ASSIGN TO WHLDNEW
004730         ORGANIZATION IS INDEXED
004740         ACCESS MODE IS DYNAMIC
004750         RECORD KEY IS AUD-RECORD-KEY.
004751     SELECT PARTITION-CTL        ASSIGN TO PRTCTL
004752         ORGANIZATION IS SEQUENTIAL.
004753     SELECT SHADOW-CTL           ASSIGN TO SHDCTL
004754         ORGANIZATION IS SEQUENTIAL.
004755     SELECT ACCUM-POSTING-OUT    ASSIGN TO ACMPOST
004756         ORGANIZATION IS SEQUENTIAL.
004760
004770 DATA DIVISION.
004780 FILE SECTION.
004940                                    PIC X(03).
004950     05  PRCCLM-HDR-PROVIDER-COUNT  PIC 9(07).
004960     05  PRCCLM-HDR-CLAIM-COUNT     PIC 9(07).
004970     05  FILLER                     PIC X(553).
004980 01  PRCCLM-TRAILER-RECORD.
004990     05  PRCCLM-TRL-RECORD-TYPE     PIC X(01).
005000         88  PRCCLM-TRL-IS-TRAILER          VALUE 'T'.
005010     05  PRCCLM-TRL-CLAIM-COUNT     PIC 9(07).
005020     05  PRCCLM-TRL-HASH-TOTAL      PIC 9(11)V9(02).
005030     05  FILLER                     PIC X(558).
005040******************************************************************
005050*    THE CLAIM-HEADER RECORD (TYPE 'C') ANNOUNCES A MULTI-LINE   *
005060*    72X CLAIM - EVERY DETAIL RECORD THAT FOLLOWS IT, UP TO THE  *
005180     05  PRCCLM-CLM-PROVIDER-NUMBER PIC X(06).
005190     05  PRCCLM-CLM-BILLING-MONTH   PIC 9(06).
005200     05  PRCCLM-CLM-LINE-COUNT      PIC 9(03).
005210     05  FILLER                     PIC X(550).
005220 COPY CLAIMXCPY.
005225 COPY SBLCPY.
005230/
005240 FD  PRICED-CLAIM-OUT
005250     LABEL RECORDS ARE STANDARD
005460     RECORDING MODE IS F.
005470 01  EXCQ-RECORD                    PIC X(80).
005480/
005490 FD  SHADOW-CTL
005500     LABEL RECORDS ARE STANDARD
005510     RECORDING MODE IS F.
005520 COPY SHDCCPY.
005530/
005540 FD  PRICED-INDEX-IN
005550     LABEL RECORDS ARE STANDARD
005610     RECORDING MODE IS F.
005620 COPY PIDXCPY.
005630/
005640 FD  ACCUM-POSTING-OUT
005650     LABEL RECORDS ARE STANDARD
005660     RECORDING MODE IS F.
005670 COPY ACPCPY.
005680/
005690 FD  PRICED-HISTORY-OUT
005700     LABEL RECORDS ARE STANDARD
005710     RECORDING MODE IS F.
005720 COPY PHISTCPY.
005880/
005890 FD  REMIT-EXTRACT-OUT
005900     LABEL RECORDS ARE STANDARD
006060     RECORDING MODE IS F.
006070 01  STAT-RECORD                    PIC X(80).
006080/
006140 FD  ACKNOWLEDGMENT-OUT
006150     LABEL RECORDS ARE STANDARD
006160     RECORDING MODE IS F.
006290     LABEL RECORDS ARE STANDARD.
006300 COPY HXRFCPY.
006310/
006370 FD  NETWORK-MASTER-IN
006380     LABEL RECORDS ARE STANDARD
006390     RECORDING MODE IS F.
006490     RECORDING MODE IS F.
006500 COPY TOTCPY.
006510/
006570 FD  REVIEW-QUEUE-OUT
006580     LABEL RECORDS ARE STANDARD
006590     RECORDING MODE IS F.
006600 COPY MRQCPY.
006660/
006670 FD  WAIVER-USAGE-OUT
006680     LABEL RECORDS ARE STANDARD
006690     RECORDING MODE IS F.
006700 01  WVRUSE-RECORD                  PIC X(80).
006710/
006720 FD  ESA-MONITORING-OUT
006730     LABEL RECORDS ARE STANDARD
006740     RECORDING MODE IS F.
006750 COPY ESALCPY.
006760/
006770 FD  TIMELY-FILING-AUTH
006780     LABEL RECORDS ARE STANDARD
006820 FD  BENE-HISTORY-XREF
006830     LABEL RECORDS ARE STANDARD.
006840 COPY BHXCPY.
006900/
006910 FD  AVERAGE-FILE
006920     LABEL RECORDS ARE STANDARD.
007110     RECORDING MODE IS F.
007120 COPY BIDXCPY.
007130/
007190 FD  CROSSOVER-OUT
007200     LABEL RECORDS ARE STANDARD
007210     RECORDING MODE IS F.
007290 FD  AUDIT-LOG-STORE
007300     LABEL RECORDS ARE STANDARD.
007310 COPY AUDTCPY.
007311/
007312 FD  PARTITION-CTL
007313     LABEL RECORDS ARE STANDARD
007314     RECORDING MODE IS F.
007315 COPY PRTCCPY.
007320/
007330 WORKING-STORAGE SECTION.
007340 01  W-STORAGE-REF                  PIC X(46) VALUE
008260 01  WS-OUTPUTS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
008270     88  OUTPUTS-OPENED                        VALUE 'Y'.
008280     88  OUTPUTS-NOT-OPENED                    VALUE 'N'.
008282 01  WS-STEP-REGISTERED-SWITCH      PIC X(01) VALUE 'N'.
008284     88  STEP-REGISTERED                       VALUE 'Y'.
008286 01  WS-STEP-SAVED-RC               PIC S9(04) VALUE ZERO.
008290 01  WS-RUNM-FOUND-SWITCH           PIC X(01).
008300     88  RUNM-RECORD-FOUND                     VALUE 'Y'.
008310     88  RUNM-RECORD-NOT-FOUND                 VALUE 'N'.
008330 01  WS-LAST-RUN-DATE               PIC 9(08) VALUE ZERO.
008340 01  WS-CKPT-FIRST-SWITCH           PIC X(01) VALUE 'Y'.
008350 01  WS-PIDX-FIRST-SWITCH           PIC X(01) VALUE 'Y'.
008351
008352******************************************************************
008353*  PARTITIONED RUN.  A PRTCTL CARD NAMING PARTITION N OF M       *
008354*  NARROWS THIS INSTANCE TO ONE PROVIDER RANGE; WITHOUT ONE THE  *
008355*  RANGE IS EVERYTHING AND THE RUN IS THE ORDINARY SINGLE RUN.   *
008356*  PARTITION 1 (OR THE SINGLE RUN) CARRIES THE PRIOR NIGHTS'     *
008357*  INDEX AND CHECKPOINT ENTRIES FORWARD; EVERY OTHER PARTITION   *
008358*  CARRIES ONLY TONIGHT'S, SO THE MERGE NEVER DOUBLES THEM.      *
008359******************************************************************
008360 01  WS-PRTC-EOF-SWITCH             PIC X(01) VALUE 'N'.
008361 01  WS-PARTITION-SWITCH            PIC X(01) VALUE 'N'.
008362     88  PARTITIONED-RUN                       VALUE 'Y'.
008363     88  SINGLE-RUN                            VALUE 'N'.
008364 01  WS-PARTITION-NUMBER            PIC 9(02) VALUE ZERO.
008365     88  WRITES-TRANSMISSION-ACKS              VALUE 0 1.
008366 01  WS-PARTITION-COUNT             PIC 9(02) VALUE ZERO.
008367 01  WS-PARTITION-LOW-PROVIDER      PIC X(06) VALUE LOW-VALUES.
008368 01  WS-PARTITION-HIGH-PROVIDER     PIC X(06) VALUE HIGH-VALUES.
008369 01  WS-OUTSIDE-PARTITION-COUNT     PIC 9(07) VALUE ZERO.
008370 01  WS-POSTED-ACCUMULATOR          PIC X(03).
008371 01  WS-CARRY-FORWARD-SWITCH        PIC X(01) VALUE 'Y'.
008372     88  CARRIES-PRIOR-NIGHTS                  VALUE 'Y'.
008373 01  WS-CKPT-TONIGHT-SWITCH         PIC X(01) VALUE 'N'.
008374     88  CKPT-IN-IS-TONIGHTS                   VALUE 'Y'.
008375
008376******************************************************************
008377*  THE NEW AUDIT RECORD, HELD WHILE THE ONE IT REPLACES IS READ  *
008378*  FOR THE INTEGRITY CHAIN'S ANCHOR FILE.                        *
008379******************************************************************
008380 01  WS-NEW-AUDIT-RECORD            PIC X(291).
008381
008382******************************************************************
008383*  SHADOW (NO-POST) RUN.  AN SHDCTL CARD WITH RUN MODE 'S'       *
008384*  PRICES THE DAY EXACTLY AS LIVE BUT POSTS NOTHING - ONLY THE   *
008385*  PRICED OUTPUT, EXCEPTIONS, HEARTBEAT AND CONTROL REPORT ARE   *
008386*  WRITTEN.  NO CARD IS THE LIVE RUN.                            *
008387******************************************************************
008388 01  WS-SHDC-EOF-SWITCH             PIC X(01) VALUE 'N'.
008389 01  WS-SHADOW-SWITCH               PIC X(01) VALUE 'N'.
008390     88  SHADOW-RUN                            VALUE 'Y'.
008391     88  LIVE-RUN                              VALUE 'N'.
008392 01  WS-SHADOW-LABEL                PIC X(20) VALUE SPACES.
008393
008394******************************************************************
008395*  SEPARATELY-PAYABLE ANCILLARY LINES - THE ANCCTL FEE SCHEDULE  *
008396*  IN MEMORY, AND THE PER-LINE WORK FIELDS.  A 72X LINE WHOSE    *
008400*  REVENUE/HCPCS COMBINATION IS ON THE SCHEDULE PRICES AT THE    *
008410*  SCHEDULED FEE (VACCINES AT 100 PERCENT, NO SPLIT) INSTEAD OF  *
008420*  BOUNCING OFF THE PRICER'S DIALYSIS REVENUE-CODE EDIT.         *
009890 01  WS-TFA-COUNT                   PIC 9(04) VALUE ZERO.
009900 01  WS-TFA-SUB                     PIC 9(04).
009910 01  WS-TFA-MATCH-SUB               PIC 9(04).
009920 01  WS-FILING-END-INT              PIC S9(09).
009925 01  WS-FILING-END-DATE             PIC 9(08).
009930 01  WS-TIMELY-REJECT-COUNT         PIC 9(07) VALUE ZERO.
009940 01  WS-TIMELY-OVERRIDE-COUNT       PIC 9(07) VALUE ZERO.
009950 01  WS-TFA-EXCQ-TEXT               PIC X(46).
011890*  THESE REJECTS LAND SEPARATELY FROM THE RTC 50S DATA EDITS:     *
011900*     91 = MBI NOT ON THE BENEFICIARY MASTER FILE                 *
011910*     92 = DATE OF SERVICE OUTSIDE THE ENTITLEMENT PERIOD         *
011912*     90 = DATE OF SERVICE AFTER THE BENEFICIARY'S DATE OF DEATH *
011914*     87 = DATE OF SERVICE INSIDE A MEDICARE ADVANTAGE PERIOD    *
011916*     86 = GROUP HEALTH PLAN PRIMARY IN ESRD COORDINATION PERIOD *
011920******************************************************************
011930 01  WS-BENE-EDIT-RTC               PIC 9(02).
011940     88  BENE-EDIT-PASSED                      VALUE ZERO.
011950 01  WS-BENE-REJECT-COUNT           PIC 9(07) VALUE ZERO.
011951 01  WS-DEATH-REJECT-COUNT          PIC 9(07) VALUE ZERO.
011952 01  WS-DEATH-EXCQ-TEXT             PIC X(46).
011953 01  WS-MA-REJECT-COUNT             PIC 9(07) VALUE ZERO.
011954 01  WS-MA-EXCQ-TEXT                PIC X(46).
011955 01  WS-MSP-REJECT-COUNT            PIC 9(07) VALUE ZERO.
011956 01  WS-MSP-EXCQ-TEXT               PIC X(46).
011957 01  WS-REISSUED-MBI-COUNT          PIC 9(07) VALUE ZERO.
011960
011970******************************************************************
011980*  LIFETIME TRAINING-SESSION LIMITS - THE COMPILED DEFAULTS HOLD  *
012910 01  WS-TOTAL-NET-PAY               PIC 9(09)V9(02) VALUE ZERO.
012920
012930******************************************************************
012931******************************************************************
012932*  ESA CLAIMS MONITORING POLICY - THE COMPILED DEFAULTS HOLD     *
012933*  UNLESS THE ESACTL PARAMETER ROW OVERRIDES THEM: A HEMOGLOBIN  *
012934*  ABOVE 13.0 (OR, NONE REPORTED, A HEMATOCRIT ABOVE 39.0) FOR   *
012935*  THREE BILLING MONTHS ON END TAKES 50 PERCENT OFF THE CLAIM'S  *
012936*  ESA DRUG AMOUNT.  THE REDUCTION COMES OFF THE NET WITH THE    *
012937*  OTHER POST-PRICING REDUCTIONS.                                *
012938*     WS-ESA-BASIS  H = REDUCED ON THE READING HISTORY           *
012939*                   D = REDUCED ON THE ED MODIFIER               *
012940*                   E = HISTORY SAYS REDUCE, EE MODIFIER EXEMPTS *
012941******************************************************************
012942 01  WS-ESA-HEMOGLOBIN-LIMIT        PIC 9(02)V9(01) VALUE 13.0.
012943 01  WS-ESA-HEMATOCRIT-LIMIT        PIC 9(02)V9(01) VALUE 39.0.
012944 01  WS-ESA-CONSECUTIVE-MONTHS      PIC 9(02) VALUE 3.
012945 01  WS-ESA-REDUCTION-PCT           PIC 9(03) VALUE 50.
012946 01  WS-ESA-REDUCTION-AMT           PIC 9(07)V9(02) VALUE ZERO.
012947 01  WS-TOTAL-ESA-REDUCTION         PIC 9(09)V9(02) VALUE ZERO.
012948 01  WS-ESA-REDUCED-COUNT           PIC 9(07) VALUE ZERO.
012949 01  WS-ESA-BASIS                   PIC X(01) VALUE SPACE.
012950     88  ESA-REDUCED-BY-HISTORY                VALUE 'H'.
012951     88  ESA-REDUCED-BY-MODIFIER               VALUE 'D'.
012952     88  ESA-EXEMPTED-BY-MODIFIER              VALUE 'E'.
012953 01  WS-ESA-MONTHS-ABOVE            PIC 9(02) VALUE ZERO.
012954 01  WS-ESA-CLAIM-HGB               PIC 9(02)V9(01).
012955 01  WS-ESA-CLAIM-HCT               PIC 9(02)V9(01).
012956 01  WS-ESA-TEST-HGB                PIC 9(02)V9(01).
012957 01  WS-ESA-TEST-HCT                PIC 9(02)V9(01).
012958 01  WS-ESA-MONTH-WANTED.
012959     05  WS-ESA-WANTED-YEAR         PIC 9(04).
012960     05  WS-ESA-WANTED-MONTH        PIC 9(02).
012961 01  WS-ESA-MONTH-WANTED-N  REDEFINES  WS-ESA-MONTH-WANTED
012962                                    PIC 9(06).
012963 01  WS-ESA-CHAIN-SWITCH            PIC X(01).
012964     88  ESA-CHAIN-BROKEN                      VALUE 'Y'.
012965 01  WS-ESA-SUB                     PIC 9(02).
012966******************************************************************
012967*  ANNUAL PART B DEDUCTIBLE AMOUNTS BY CALENDAR YEAR (DEDCTL      *
012968*  CONTROL FILE), AND THE PER-CLAIM WORK FIELDS FOR THE           *
012969*  BENEFICIARY-YEAR DEDUCTIBLE ACCUMULATOR.  A YEAR WITH NO ROW   *
012970*  FALLS BACK TO THE COMPILED DEFAULT.                            *
012980******************************************************************
012990 01  WS-DED-YEAR-TABLE.
013420 01  WS-REMIT-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
013430
013440******************************************************************
013441*  DERIVED OUTLIER MAP - THE CLAIM'S SEPARATELY-BILLABLE LINES   *
013442*  ('S' RECORDS ON PRCCLM), AND THE TOLERANCE, USE-DERIVED       *
013443*  OPTION AND ASP PERCENT FROM THE MAPCTL CONTROL ROW (DEFAULTS: *
013444*  $1.00, REPORT ONLY, 100 PERCENT OF ASP).                      *
013445*     70 = DERIVED MAP DISAGREES WITH THE BILLED TOTAL, OR A     *
013446*          LISTED LINE HAS NO PRICE IN EFFECT                    *
013447******************************************************************
013448 01  WS-MAP-TOLERANCE-AMT           PIC 9(05)V9(02) VALUE 1.00.
013449 01  WS-MAP-USE-DERIVED-SWITCH      PIC X(01) VALUE 'N'.
013450     88  PRICE-OFF-DERIVED-MAP                 VALUE 'Y'.
013451 01  WS-MAP-ASP-PERCENT             PIC 9(03)V9(02) VALUE 100.
013452 01  WS-SBL-TABLE.
013453     05  WS-SBL-ENTRY  OCCURS 50 TIMES.
013454         10  WS-SBL-LINE-NUMBER     PIC 9(03).
013455         10  WS-SBL-HCPCS-CODE      PIC X(05).
013456         10  WS-SBL-NDC-CODE        PIC X(11).
013457         10  WS-SBL-SERVICE-DATE    PIC 9(08).
013458         10  WS-SBL-UNITS           PIC 9(07)V9(03).
013459 01  WS-SBL-CLAIM-NUMBER            PIC X(13) VALUE SPACES.
013460 01  WS-SBL-COUNT                   PIC 9(02) VALUE ZERO.
013461 01  WS-SBL-SUB                     PIC 9(02).
013462 01  WS-SBL-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
013463     88  SBL-TABLE-OVERFLOWED                  VALUE 'Y'.
013464 01  WS-MAP-DONE-CLAIM-NUMBER       PIC X(13) VALUE SPACES.
013465 01  WS-MAP-SUBSTITUTED-SWITCH      PIC X(01) VALUE 'N'.
013466     88  MAP-DERIVED-SUBSTITUTED               VALUE 'Y'.
013467 01  WS-MAP-UNPRICED-SWITCH         PIC X(01) VALUE 'N'.
013468     88  MAP-LINE-UNPRICED                     VALUE 'Y'.
013469 01  WS-MAP-DERIVED-AMT             PIC 9(09)V9(02).
013470 01  WS-MAP-LINE-AMT                PIC 9(09)V9(02).
013471 01  WS-MAP-DIFF-AMT                PIC S9(09)V9(02).
013472 01  WS-MAP-DIFF-COUNT              PIC 9(07) VALUE ZERO.
013473 01  WS-MAP-USED-COUNT              PIC 9(07) VALUE ZERO.
013474 01  WS-MAP-BILLED-EDIT             PIC Z(06)9.99.
013475 01  WS-MAP-DERIVED-EDIT            PIC Z(06)9.99.
013476 01  WS-MAP-EXCQ-TEXT               PIC X(46).
013477
013478******************************************************************
013479*  PROVIDER-BREAK CACHE - PRCCLM ARRIVES IN PROVIDER SEQUENCE,    *
013480*  SO THE PROVIDER SPECIFIC FILE IS READ ONCE PER BREAK, NOT      *
013481*  ONCE PER LINE ITEM.  A PROVIDER NOT ON FILE FALLS BACK TO THE  *
013482*  P- VALUES CARRIED ON THE EXTRACT, WHICH IS WHAT EVERY LINE     *
013490*  USED BEFORE THE PSF BECAME THE SOURCE OF TRUTH.                *
013500******************************************************************
013510 01  WS-LAST-PROVIDER-NUMBER        PIC X(06) VALUE LOW-VALUES.
013700 01  WS-PPIC-EOF-SWITCH             PIC X(01) VALUE 'N'.
013710     88  PPIC-END-OF-FILE                      VALUE 'Y'.
013720     88  PPIC-NOT-END-OF-FILE                  VALUE 'N'.
013730 01  WS-DEADLINE-INT                PIC S9(09).
013735 01  WS-DEADLINE-DATE               PIC 9(08).
013740 01  WS-LATE-DAYS                   PIC S9(09).
013750 01  WS-INTEREST-AMT                PIC 9(07)V9(02).
013760 01  WS-TOTAL-INTEREST              PIC 9(09)V9(02) VALUE ZERO.
015610     05  FILLER                     PIC X(09) VALUE 'ADJ NET  '.
015620     05  FILLER                     PIC X(02) VALUE SPACES.
015630     05  PRCOUT-NT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
015631
015632******************************************************************
015633*  PRCOUT-ESA-LINE - WRITTEN BEHIND THE DETAIL LINE OF A PAID    *
015634*  LINE THE ESA CLAIMS MONITORING POLICY REDUCED: THE ESA CODE,  *
015635*  THE BASIS (H HISTORY, D ED MODIFIER), THE MONTHS ON END ABOVE *
015636*  THE THRESHOLD, THE ESA DRUG AMOUNT AND THE REDUCTION.         *
015637******************************************************************
015638 01  PRCOUT-ESA-LINE.
015639     05  PRCOUT-ES-CLAIM-NUMBER     PIC X(13).
015640     05  FILLER                     PIC X(02) VALUE SPACES.
015641     05  FILLER                     PIC X(09) VALUE 'ESA REDUC'.
015642     05  FILLER                     PIC X(02) VALUE SPACES.
015643     05  PRCOUT-ES-HCPCS-CODE       PIC X(05).
015644     05  FILLER                     PIC X(02) VALUE SPACES.
015645     05  PRCOUT-ES-BASIS            PIC X(01).
015646     05  FILLER                     PIC X(02) VALUE SPACES.
015647     05  PRCOUT-ES-MONTHS           PIC Z9.
015648     05  FILLER                     PIC X(02) VALUE SPACES.
015649     05  PRCOUT-ES-DRUG-AMT         PIC Z,ZZZ,ZZ9.99.
015650     05  FILLER                     PIC X(02) VALUE SPACES.
015651     05  PRCOUT-ES-REDUCTION-AMT    PIC Z,ZZZ,ZZ9.99.
015652/
015653 01  EXCQ-DETAIL-LINE.
015660     05  EXCQ-CLAIM-NUMBER          PIC X(13).
015670     05  FILLER                     PIC X(02) VALUE SPACES.
015680     05  EXCQ-RTC                   PIC 9(02).
017050         'TERMINATED CCN REJS (89) '.
017060     05  CTL-TERMINATED-CCN         PIC ZZZ,ZZ9.
017070
017071 01  CTL-CLAIMS-LINE-20.
017072     05  FILLER                     PIC X(05) VALUE SPACES.
017073     05  FILLER                     PIC X(25) VALUE
017074         'DATE OF DEATH REJECTS(90)'.
017075     05  CTL-DEATH-REJECTS          PIC ZZZ,ZZ9.
017076
017077 01  CTL-CLAIMS-LINE-21.
017078     05  FILLER                     PIC X(05) VALUE SPACES.
017079     05  FILLER                     PIC X(25) VALUE
017080         'MA PERIOD REJECTS (87) . '.
017081     05  CTL-MA-REJECTS             PIC ZZZ,ZZ9.
017082
017083 01  CTL-CLAIMS-LINE-22.
017084     05  FILLER                     PIC X(05) VALUE SPACES.
017085     05  FILLER                     PIC X(25) VALUE
017086         'GHP PRIMARY REJECTS (86) '.
017087     05  CTL-MSP-REJECTS            PIC ZZZ,ZZ9.
017088
017089 01  CTL-CLAIMS-LINE-23.
017090     05  FILLER                     PIC X(05) VALUE SPACES.
017091     05  FILLER                     PIC X(25) VALUE
017092         'BILLED UNDER RETIRED MBI '.
017093     05  CTL-REISSUED-MBI           PIC ZZZ,ZZ9.
017094
017095 01  CTL-CLAIMS-LINE-24.
017096     05  FILLER                     PIC X(05) VALUE SPACES.
017097     05  FILLER                     PIC X(25) VALUE
017098         'LINES OUTSIDE PARTITION .'.
017099     05  CTL-OUTSIDE-PARTITION      PIC ZZZ,ZZ9.
017100
017101 01  CTL-CLAIMS-LINE-25.
017102     05  FILLER                     PIC X(05) VALUE SPACES.
017103     05  FILLER                     PIC X(25) VALUE
017104         'ESA LINES REDUCED . . . .'.
017105     05  CTL-ESA-REDUCED            PIC ZZZ,ZZ9.
017106
017107 01  CTL-CLAIMS-LINE-26.
017108     05  FILLER                     PIC X(05) VALUE SPACES.
017109     05  FILLER                     PIC X(25) VALUE
017110         'OUTLIER MAP DIFFERENCES .'.
017111     05  CTL-MAP-DIFFERENCES        PIC ZZZ,ZZ9.
017112
017113 01  CTL-CLAIMS-LINE-27.
017114     05  FILLER                     PIC X(05) VALUE SPACES.
017115     05  FILLER                     PIC X(25) VALUE
017116         'DERIVED MAP USED  . . . .'.
017117     05  CTL-MAP-USED               PIC ZZZ,ZZ9.
017118
017119 01  CTL-PARTITION-LINE.
017120     05  FILLER                     PIC X(05) VALUE SPACES.
017121     05  FILLER                     PIC X(25) VALUE
017122         'PARTITION . . . . . . . '.
017123     05  CTL-PART-NUMBER            PIC Z9.
017124     05  FILLER                     PIC X(04) VALUE ' OF '.
017125     05  CTL-PART-COUNT             PIC Z9.
017126     05  FILLER                     PIC X(13) VALUE
017127         '   PROVIDERS '.
017128     05  CTL-PART-LOW-PROVIDER      PIC X(06).
017129     05  FILLER                     PIC X(06) VALUE ' THRU '.
017130     05  CTL-PART-HIGH-PROVIDER     PIC X(06).
017131
017132 01  CTL-SHADOW-LINE.
017133     05  FILLER                     PIC X(05) VALUE SPACES.
017134     05  FILLER                     PIC X(25) VALUE
017135         'SHADOW RUN - NOT POSTED '.
017136     05  CTL-SHADOW-LABEL           PIC X(20).
017137
017138 01  CTL-AMOUNT-LINE-9.
017139     05  FILLER                     PIC X(05) VALUE SPACES.
017140     05  FILLER                     PIC X(25) VALUE
017141         'TOTAL WITHHELD (ORDERS) .'.
017142     05  CTL-TOTAL-WITHHELD         PIC ZZZ,ZZZ,ZZ9.99.
017143
017144 01  CTL-CLAIMS-LINE-17.
017150     05  FILLER                     PIC X(05) VALUE SPACES.
017160     05  FILLER                     PIC X(25) VALUE
017170         'CROSS-PROVIDER FLAGS (69)'.
018090         'TOTAL PROMPT-PAY INTEREST'.
018100     05  CTL-TOTAL-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.
018110
018111 01  CTL-AMOUNT-LINE-10.
018112     05  FILLER                     PIC X(05) VALUE SPACES.
018113     05  FILLER                     PIC X(25) VALUE
018114         'TOTAL ESA MONITORING RED.'.
018115     05  CTL-TOTAL-ESA-REDUCTION    PIC ZZZ,ZZZ,ZZ9.99.
018116
018120 01  CTL-AMOUNT-LINE-5.
018130     05  FILLER                     PIC X(05) VALUE SPACES.
018140     05  FILLER                     PIC X(25) VALUE
018620/
018630 COPY STXCPY.
018640/
018641 COPY MAXCPY.
018642/
018643 COPY GHXCPY.
018644/
018645 COPY MXLXCPY.
018646/
018650 COPY WHXCPY.
018660/
018663 COPY BDYCPY.
018666/
018670 COPY CXLXCPY.
018671/
018672 COPY JSXCPY.
018673/
018674 COPY TRNCCPY.
018675/
018676 COPY DUPCCPY.
018677/
018678 COPY REDCCPY.
018679/
018680 COPY DEDCCPY.
018681/
018682 COPY EQRCCPY.
018683/
018684 COPY PPICPY.
018685/
018686 COPY ANCCCPY.
018687/
018688 COPY MRVCCPY.
018689/
018690 COPY EMGCCPY.
018691/
018692 COPY TFLCCPY.
018693/
018694 COPY CTGCCPY.
018695/
018696 COPY MBICCPY.
018697/
018698 COPY PRMXCPY.
018699/
018700 COPY ESAHCPY.
018701/
018702 COPY ESAXCPY.
018703/
018704 COPY ESACCPY.
018705/
018706 COPY OMPCCPY.
018707/
018708 COPY SBXXCPY.
018709/
018710 COPY HSHXCPY.
018711/
018712 PROCEDURE DIVISION.
018713
018714 0000-MAINLINE.
018720     PERFORM 1000-INITIALIZE.
018730
018740*    A REFUSED RUN MUST NOT TOUCH THE NIGHT'S OUTPUT FILES -
018840
018850     PERFORM 2000-PROCESS-CLAIMS UNTIL CLAIM-END-OF-FILE.
018860     PERFORM 4000-PRINT-CONTROL-TOTALS.
018870*    A SHADOW RUN STOPS AT THE CONTROL REPORT - EVERY FILE
018880*    BELOW IS A POSTING OR A FEED.
018890     IF RUN-NOT-REFUSED  AND  LIVE-RUN  THEN
018900        PERFORM 4500-WRITE-REMIT-TRAILER
018910        PERFORM 4600-WRITE-GL-EXTRACT
018920        PERFORM 4650-WRITE-NETWORK-ACCUM
018921        PERFORM 4550-WRITE-RUN-TOTALS
018922*       A PARTITION'S COUNTS ARE ONLY PART OF THE NIGHT - THE
018923*       MERGE WRITES THE FINAL ACKNOWLEDGMENT TRAILER.
018924        IF SINGLE-RUN  THEN
018925           PERFORM 3300-WRITE-ACK-TRAILER
018926        END-IF
018930     ELSE
018940        IF RUN-REFUSED  THEN
018943           MOVE 16                  TO RETURN-CODE
018946        END-IF
018950     END-IF.
018960     PERFORM 5000-TERMINATE.
018970     GOBACK.
019040*    SECOND SAME-DAY PRODUCTION RUN, OR INPUT FILES THAT DID NOT
019050*    COME FROM THE IMMEDIATELY PRECEDING RUN, STOP HERE.  A
019060*    REFUSED RUN NEVER OPENS AN OUTPUT FILE.
019062*    A PARTITION CARD DECIDES WHO OWNS THE RUN-CONTROL RECORD,
019064*    SO IT IS READ FIRST.
019066     PERFORM 1020-LOAD-PARTITION-CONTROL.
019068     PERFORM 1025-LOAD-SHADOW-CONTROL.
019070     PERFORM 1010-RUN-CONTROL-CHECK.
019071
019072*    THE JOB-STREAM REGISTRY HAS THE LAST WORD ON THE START.
019073*    A SHADOW RUN IS NOT A STEP OF THE NIGHT AND NEVER REGISTERS.
019074     IF RUN-NOT-REFUSED  AND  LIVE-RUN  THEN
019075        PERFORM 0800-REGISTER-STEP-START
019076     END-IF.
019080
019090     IF RUN-NOT-REFUSED  THEN
019100        PERFORM 1005-OPEN-AND-LOAD
019130 1005-OPEN-AND-LOAD.
019140     MOVE 'Y'                       TO WS-OUTPUTS-OPEN-SWITCH.
019150     OPEN INPUT  CHECKPOINT-IN.
019170     OPEN OUTPUT CONTROL-TOTALS-RPT.
019180
019190*    TONIGHT'S RUN STAMP LEADS THE NEW CHECKPOINT FILE.  A
019200*    SHADOW RUN READS THE CHECKPOINT BUT WRITES NONE.
019210     IF LIVE-RUN  THEN
019220        OPEN OUTPUT CHECKPOINT-OUT
019222        MOVE WS-TODAY               TO WS-STAMP-DATE
019224        MOVE WS-RUN-STAMP-RECORD (1:26) TO CHECKPOINT-RECORD
019226        WRITE CHECKPOINT-RECORD
019228     END-IF.
019230
019240     PERFORM 1100-LOAD-CHECKPOINT-CARRY-FORWARD
019250        UNTIL CKPT-END-OF-FILE.
019290     OPEN INPUT  DAILY-CLAIM-IN.
019300     OPEN OUTPUT PRICED-CLAIM-OUT.
019310     OPEN OUTPUT EXCEPTION-QUEUE-OUT.
019360     OPEN OUTPUT RUN-STATUS-OUT.
019370
019380*    THE POSTING FILES AND FEEDS OPEN ONLY FOR THE LIVE RUN.  A
019390*    SHADOW RUN INSTEAD PUTS THE TWO BENEFICIARY ACCUMULATORS
019400*    INTO SHADOW MODE BEFORE ANYTHING ASKS THEM A QUESTION, SO
019410*    THEIR RUNNING TOTALS STILL MOVE CLAIM TO CLAIM IN MEMORY.
019420     IF LIVE-RUN  THEN
019421        OPEN EXTEND PRICED-HISTORY-OUT
019422        OPEN OUTPUT REMIT-EXTRACT-OUT
019423        OPEN OUTPUT GL-EXTRACT-OUT
019424        OPEN OUTPUT SUSPENSE-OUT
019425        OPEN OUTPUT ACKNOWLEDGMENT-OUT
019426        OPEN I-O    HISTORY-XREF
019427        OPEN I-O    BENE-HISTORY-XREF
019428        OPEN OUTPUT CROSSOVER-OUT
019429        OPEN OUTPUT WITHHELD-FUNDS-OUT
019430        OPEN I-O    AUDIT-LOG-STORE
019431     ELSE
019432        MOVE 'S'                    TO DED-ACTION-CODE
019433        CALL 'ESCALDED'          USING DEDUCTIBLE-HISTORY-REQUEST
019434        MOVE 'S'                    TO TRN-ACTION-CODE
019435        CALL 'ESCALTRN'          USING TRAINING-HISTORY-REQUEST
019436                                       TRAINING-HISTORY-RECORD
019437        MOVE 'S'                    TO ESA-ACTION-CODE
019438        CALL 'ESCALESA'          USING ESA-HISTORY-REQUEST
019439                                       ESA-READING-HISTORY-RECORD
019440     END-IF.
019441
019442     PERFORM 1150-LOAD-TRAINING-LIMITS.
019443     PERFORM 1155-LOAD-ESA-CONTROL.
019450     PERFORM 1160-LOAD-PRICED-INDEX.
019460     PERFORM 1180-LOAD-REDUCTION-TABLE.
019470     PERFORM 1195-LOAD-DEDUCTIBLE-AMOUNTS.
019480     PERFORM 1198-LOAD-EQRS-CONTROL.
019485     PERFORM 1197-LOAD-MAP-CONTROL.
019490     PERFORM 1199-LOAD-PROMPT-PAY-CONTROL.
019500     PERFORM 1186-LOAD-ANCILLARY-FEES.
019510     PERFORM 1188-LOAD-NETWORK-MASTER.
019520     PERFORM 1191-LOAD-REVIEW-THRESHOLD.
019530     IF LIVE-RUN  THEN
019533        OPEN OUTPUT REVIEW-QUEUE-OUT
019536     END-IF.
019540     PERFORM 1192-LOAD-EMERGENCY-CONTROL.
019550     IF LIVE-RUN  THEN
019551        OPEN OUTPUT WAIVER-USAGE-OUT
019552     END-IF.
019553     IF LIVE-RUN  THEN
019554        OPEN OUTPUT ESA-MONITORING-OUT
019555     END-IF.
019556     IF LIVE-RUN  AND  PARTITIONED-RUN  THEN
019557        OPEN OUTPUT ACCUM-POSTING-OUT
019558     END-IF.
019560     PERFORM 1201-LOAD-TIMELY-FILING.
019570     PERFORM 1203-LOAD-CONTINGENCY-CONTROL.
019580     PERFORM 1206-LOAD-REASON-MASTER.
020770        MOVE 'R'                    TO ACK-HDR-STATUS
020780        MOVE WS-ACK-REASON-TEXT     TO ACK-HDR-REASON-TEXT
020790     END-IF.
020800*    EVERY PARTITION READS THE SAME HEADERS - ONLY PARTITION 1
020802*    ACKNOWLEDGES THEM.
020804     IF WRITES-TRANSMISSION-ACKS  AND  LIVE-RUN  THEN
020806        WRITE ACK-HEADER-RECORD
020808     END-IF.
020810/
020820******************************************************************
020830*  OPEN THE RUN-CONTROL MASTER FIRST.  A COMPLETED RECORD        *
020880*  DATE THE INPUT FILES' RUN STAMPS MUST CARRY.                  *
020890******************************************************************
020900 1010-RUN-CONTROL-CHECK.
020910*    A PARTITION ONLY READS THE MASTER - THE MERGE (ESCALPMG)
020911*    RECORDS THE NIGHT ONCE EVERY PARTITION HAS FINISHED.  A
020912*    SHADOW RUN ONLY READS IT AND NEVER RECORDS ANYTHING.
020913     IF PARTITIONED-RUN  OR  SHADOW-RUN  THEN
020914        OPEN INPUT RUN-CONTROL-FILE
020915     ELSE
020916        OPEN I-O RUN-CONTROL-FILE
020917     END-IF.
020920     PERFORM 1015-LOAD-RESTART-AUTH.
020930
020940     MOVE ZERO                      TO RUNM-RUN-DATE.
021080     END-READ.
021090
021100     IF RUNM-RECORD-FOUND  AND  RUNM-RUN-COMPLETED  AND
021110        RESTART-NOT-AUTHORIZED  AND  LIVE-RUN  THEN
021120        MOVE 'Y'                    TO WS-RUN-REFUSED-SWITCH
021130        MOVE 'Y'                    TO WS-FILE-ERROR-SWITCH
021140        MOVE 'Y'                    TO WS-CLAIM-EOF-SWITCH
021160           'ALREADY RECORDED FOR ' WS-TODAY
021170        DISPLAY 'ESCALRUN - SECOND SAME-DAY RUN REFUSED - '
021180           'SUBMIT A RUNAUTH AUTHORIZATION TO OVERRIDE'
021190     END-IF.
021193
021196     IF RUN-NOT-REFUSED  AND  SINGLE-RUN  AND  LIVE-RUN  THEN
021200        MOVE WS-TODAY               TO RUNM-RUN-DATE
021210        MOVE 'S'                    TO RUNM-STATUS
021220        MOVE WS-START-TIME          TO RUNM-START-TIME
021450     CLOSE RESTART-AUTH-IN.
021460/
021470******************************************************************
021471*  THE PARTITION CARD.  NO CARD, OR A COUNT OF ONE, IS THE       *
021472*  ORDINARY SINGLE RUN.  A CARD THAT CANNOT BE TRUSTED - A       *
021473*  PARTITION NUMBER OUTSIDE THE COUNT, MORE THAN NINE            *
021474*  PARTITIONS, OR A LOW PROVIDER ABOVE THE HIGH - REFUSES THE    *
021475*  RUN RATHER THAN PRICE THE WRONG PROVIDERS.                    *
021476******************************************************************
021477 1020-LOAD-PARTITION-CONTROL.
021478     OPEN INPUT PARTITION-CTL.
021479     READ PARTITION-CTL
021480         AT END MOVE 'Y'            TO WS-PRTC-EOF-SWITCH
021481     END-READ.
021482     CLOSE PARTITION-CTL.
021483
021484     IF WS-PRTC-EOF-SWITCH = 'N'  THEN
021485        IF PRTC-PARTITION-COUNT NUMERIC  AND
021486           PRTC-PARTITION-COUNT > 1  THEN
021487           IF PRTC-PARTITION-NUMBER NUMERIC  AND
021488              PRTC-PARTITION-NUMBER > ZERO  AND
021489              PRTC-PARTITION-NUMBER <= PRTC-PARTITION-COUNT  AND
021490              PRTC-PARTITION-COUNT <= 9  AND
021491              PRTC-LOW-PROVIDER <= PRTC-HIGH-PROVIDER  THEN
021492              MOVE 'Y'              TO WS-PARTITION-SWITCH
021493              MOVE PRTC-PARTITION-NUMBER TO WS-PARTITION-NUMBER
021494              MOVE PRTC-PARTITION-COUNT  TO WS-PARTITION-COUNT
021495              MOVE PRTC-LOW-PROVIDER TO WS-PARTITION-LOW-PROVIDER
021496              MOVE PRTC-HIGH-PROVIDER TO
021497                                    WS-PARTITION-HIGH-PROVIDER
021498              IF WS-PARTITION-NUMBER > 1  THEN
021499                 MOVE 'N'           TO WS-CARRY-FORWARD-SWITCH
021500              END-IF
021501              DISPLAY 'ESCALRUN - PARTITION ' WS-PARTITION-NUMBER
021502                 ' OF ' WS-PARTITION-COUNT ' - PROVIDERS '
021503                 WS-PARTITION-LOW-PROVIDER ' THRU '
021504                 WS-PARTITION-HIGH-PROVIDER
021505           ELSE
021506              MOVE 'Y'              TO WS-RUN-REFUSED-SWITCH
021507              MOVE 'Y'              TO WS-FILE-ERROR-SWITCH
021508              MOVE 'Y'              TO WS-CLAIM-EOF-SWITCH
021509              DISPLAY 'ESCALRUN - PRTCTL PARTITION CARD INVALID '
021510                 '- RUN STOPPED'
021511           END-IF
021512        END-IF
021513     END-IF.
021514/
021515******************************************************************
021516*  THE SHADOW CARD.  NO CARD, OR ANY RUN MODE BUT 'S', IS THE    *
021517*  LIVE RUN.  A SHADOW RUN PRICES THE WHOLE DAY IN ONE INSTANCE  *
021518*  - A SHADOW CARD ALONGSIDE A PARTITION CARD REFUSES THE RUN,   *
021519*  SINCE ONE OF THE TWO CARDS IS IN THE WRONG JCL.               *
021520******************************************************************
021521 1025-LOAD-SHADOW-CONTROL.
021522     OPEN INPUT SHADOW-CTL.
021523     READ SHADOW-CTL
021524         AT END MOVE 'Y'            TO WS-SHDC-EOF-SWITCH
021525     END-READ.
021526     CLOSE SHADOW-CTL.
021527
021528     IF WS-SHDC-EOF-SWITCH = 'N'  AND  SHDC-SHADOW-RUN  THEN
021529        IF PARTITIONED-RUN  THEN
021530           MOVE 'Y'                 TO WS-RUN-REFUSED-SWITCH
021531           MOVE 'Y'                 TO WS-FILE-ERROR-SWITCH
021532           MOVE 'Y'                 TO WS-CLAIM-EOF-SWITCH
021533           DISPLAY 'ESCALRUN - SHDCTL SHADOW CARD WITH A PRTCTL '
021534              'PARTITION CARD - RUN STOPPED'
021535        ELSE
021536           MOVE 'Y'                 TO WS-SHADOW-SWITCH
021537           MOVE SHDC-PENDING-LABEL  TO WS-SHADOW-LABEL
021538           DISPLAY 'ESCALRUN - SHADOW RUN - NOTHING WILL BE '
021539              'POSTED - ' SHDC-PENDING-LABEL ' REQUESTED BY '
021540              SHDC-REQUESTED-BY
021541        END-IF
021542     END-IF.
021543/
021544******************************************************************
021545*  VERIFY A RUN STAMP READ OFF A CARRY-FORWARD INPUT FILE.  THE  *
021546*  STAMP MUST NAME THE LAST RECORDED RUN (OR TODAY, FOR A        *
021547*  LEGITIMATE SAME-DAY RESTART FROM AN ABENDED SEGMENT).  AN     *
021548*  EMPTY ANCHOR ACCEPTS ANYTHING - THE MASTER'S FIRST USE.       *
021549*  A SHADOW RUN USUALLY FOLLOWS THE PRODUCTION RUN AND READS THE *
021550*  SAME GENERATIONS IT READ, WHICH THE ANCHOR HAS SINCE MOVED    *
021551*  PAST - IT POSTS NOTHING, SO THE STAMP IS NOTED, NOT ENFORCED. *
021552******************************************************************
021553 1105-VERIFY-RUN-STAMP.
021554     IF WS-LAST-RUN-DATE = ZERO  OR
021555        WS-CHECK-DATE = WS-LAST-RUN-DATE  OR
021560        WS-CHECK-DATE = WS-TODAY  THEN
021570        CONTINUE
021580     ELSE
021590        IF SHADOW-RUN  THEN
021600           DISPLAY 'ESCALRUN - ' WS-STAMP-FILE-NAME
021610              ' RUN STAMP ' WS-CHECK-DATE
021620              ' ACCEPTED FOR THE SHADOW RUN'
021630        ELSE
021640           IF RESTART-AUTHORIZED  THEN
021650              DISPLAY 'ESCALRUN - ' WS-STAMP-FILE-NAME
021660                 ' RUN STAMP ' WS-CHECK-DATE
021670                 ' OVERRIDDEN BY RESTART AUTHORIZATION'
021680           ELSE
021690              MOVE 'Y'              TO WS-RUN-REFUSED-SWITCH
021700              MOVE 'Y'              TO WS-FILE-ERROR-SWITCH
021701              MOVE 'Y'              TO WS-CLAIM-EOF-SWITCH
021702              DISPLAY 'ESCALRUN - ' WS-STAMP-FILE-NAME
021703                 ' CARRIES RUN STAMP ' WS-CHECK-DATE
021704                 ' BUT THE LAST RECORDED RUN WAS '
021705                 WS-LAST-RUN-DATE ' - RUN STOPPED'
021706           END-IF
021710        END-IF
021720     END-IF.
021730/
021740******************************************************************
021741*  RUN PARAMETERS COME FROM THE PARAMETER MASTER (PARMMAST)      *
021742*  THROUGH ESCALPRM, AS OF TODAY'S RUN DATE.  EACH FAMILY NAMED  *
021743*  IN PRMX-FAMILY RETURNS ITS IN-FORCE ROWS ONE AT A TIME, EACH  *
021744*  ROW THE SAME IMAGE THE OLD CONTROL CARD CARRIED.  A FAMILY    *
021745*  WITH NOTHING IN FORCE RETURNS NO ROW AND THE COMPILED         *
021746*  DEFAULTS STAND.                                               *
021747******************************************************************
021748 1140-READ-FIRST-PARAMETER.
021749     MOVE 'F'                       TO PRMX-FUNCTION.
021750     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
021751     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
021752/
021753 1145-READ-NEXT-PARAMETER.
021754     MOVE 'N'                       TO PRMX-FUNCTION.
021755     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
021756/
021757******************************************************************
021758*  THE TRNLIMIT CONTROL RECORD OVERRIDES THE COMPILED LIFETIME    *
021760*  TRAINING-SESSION LIMITS.  NO ROW IN FORCE LEAVES THE DEFAULTS *
021770*  IN EFFECT - IT CANNOT TURN THE EDIT OFF.                       *
021780******************************************************************
021790 1150-LOAD-TRAINING-LIMITS.
021800     MOVE 'TRNLIMIT'                TO PRMX-FAMILY.
021810     PERFORM 1140-READ-FIRST-PARAMETER.
021820     IF NOT PRMX-ROW-RETURNED  THEN
021830        MOVE 'Y'                    TO WS-TRNC-EOF-SWITCH
021840     ELSE
021850        MOVE PRMX-VALUE-IMAGE       TO
021860                                    TRAINING-LIMIT-CONTROL-RECORD
021862        IF TRNC-INITIAL-SESSION-LIMIT NUMERIC  AND
021864           TRNC-INITIAL-SESSION-LIMIT > ZERO  THEN
021866           MOVE TRNC-INITIAL-SESSION-LIMIT TO
021870                                    WS-INITIAL-SESSION-LIMIT
021880        END-IF
021890        IF TRNC-RETRAIN-SESSION-LIMIT NUMERIC  AND
021900           TRNC-RETRAIN-SESSION-LIMIT > ZERO  THEN
021910           MOVE TRNC-RETRAIN-SESSION-LIMIT TO
021920                                    WS-RETRAIN-SESSION-LIMIT
021930        END-IF
021940     END-IF.
021950/
021951******************************************************************
021952*  THE ESACTL ROW OVERRIDES THE COMPILED ESA CLAIMS MONITORING   *
021953*  POLICY - THE THRESHOLDS, THE MONTHS ON END, AND THE PERCENT   *
021954*  OFF.  NO ROW IN FORCE LEAVES THE DEFAULTS; A ZERO FIELD KEEPS *
021955*  ITS DEFAULT, SO THE POLICY CANNOT BE SWITCHED OFF BY ACCIDENT.*
021956******************************************************************
021957 1155-LOAD-ESA-CONTROL.
021958     MOVE 'ESACTL'                  TO PRMX-FAMILY.
021959     PERFORM 1140-READ-FIRST-PARAMETER.
021960     IF PRMX-ROW-RETURNED  THEN
021961        MOVE PRMX-VALUE-IMAGE       TO
021962                                    ESA-MONITORING-CONTROL-RECORD
021963        IF ESAC-HEMOGLOBIN-LIMIT NUMERIC  AND
021964           ESAC-HEMOGLOBIN-LIMIT > ZERO  THEN
021965           MOVE ESAC-HEMOGLOBIN-LIMIT TO WS-ESA-HEMOGLOBIN-LIMIT
021966        END-IF
021967        IF ESAC-HEMATOCRIT-LIMIT NUMERIC  AND
021968           ESAC-HEMATOCRIT-LIMIT > ZERO  THEN
021969           MOVE ESAC-HEMATOCRIT-LIMIT TO WS-ESA-HEMATOCRIT-LIMIT
021970        END-IF
021971        IF ESAC-CONSECUTIVE-MONTHS NUMERIC  AND
021972           ESAC-CONSECUTIVE-MONTHS > ZERO  AND
021973           ESAC-CONSECUTIVE-MONTHS NOT > 12  THEN
021974           MOVE ESAC-CONSECUTIVE-MONTHS TO
021975                                    WS-ESA-CONSECUTIVE-MONTHS
021976        END-IF
021977        IF ESAC-REDUCTION-PCT NUMERIC  AND
021978           ESAC-REDUCTION-PCT > ZERO  AND
021979           ESAC-REDUCTION-PCT NOT > 100  THEN
021980           MOVE ESAC-REDUCTION-PCT  TO WS-ESA-REDUCTION-PCT
021981        END-IF
021982     END-IF.
021983/
021984******************************************************************
021985*  LOAD THE ROLLING PRICED-CLAIM INDEX.  A RECORD OLDER THAN THE  *
021990*  RETENTION WINDOW AGES OFF HERE - IT IS NEITHER TABLED NOR      *
022000*  CARRIED FORWARD TO PRCIDXO.  EVERYTHING STILL IN THE WINDOW    *
022010*  IS TABLED FOR THE DUPLICATE CHECK AND REWRITTEN TO PRCIDXO SO  *
022020*  THE INDEX ROLLS FORWARD THE WAY THE CHECKPOINT FILE DOES.      *
022030******************************************************************
022040 1160-LOAD-PRICED-INDEX.
022050     MOVE 'DUPRETN'                 TO PRMX-FAMILY.
022060     PERFORM 1140-READ-FIRST-PARAMETER.
022070     IF NOT PRMX-ROW-RETURNED  THEN
022080        MOVE 'Y'                    TO WS-DUPC-EOF-SWITCH
022090     ELSE
022100        MOVE PRMX-VALUE-IMAGE       TO
022110                                    DUP-RETENTION-CONTROL-RECORD
022120        IF DUPC-RETENTION-DAYS NUMERIC  AND
022130           DUPC-RETENTION-DAYS > ZERO  THEN
022140           MOVE DUPC-RETENTION-DAYS TO WS-DUP-RETENTION-DAYS
022143        END-IF
022146     END-IF.
022150
022160     COMPUTE WS-INDEX-CUTOFF-INT =
022170        FUNCTION INTEGER-OF-DATE(WS-TODAY) -
022180        WS-DUP-RETENTION-DAYS.
022190
022200     OPEN INPUT  PRICED-INDEX-IN.
022220
022230*    TONIGHT'S RUN STAMP LEADS THE NEW ROLLING INDEX.  A SHADOW
022240*    RUN LOADS THE INDEX BUT DOES NOT ROLL IT.
022250     IF LIVE-RUN  THEN
022260        OPEN OUTPUT PRICED-INDEX-OUT
022262        MOVE WS-TODAY               TO WS-STAMP-DATE
022264        MOVE WS-RUN-STAMP-RECORD    TO PRICED-INDEX-RECORD
022266        WRITE PRICED-INDEX-RECORD
022268     END-IF.
022270
022280     PERFORM 1170-LOAD-ONE-INDEX-RECORD
022290        UNTIL PIDX-END-OF-FILE.
022730                                    WS-CKPT-KEY-ACTION-CODE
022740           MOVE WS-CKPT-KEY         TO
022750              WS-DUP-INDEX-ENTRY (WS-DUP-INDEX-COUNT)
022760           IF LIVE-RUN  AND
022762              (CARRIES-PRIOR-NIGHTS  OR
022764               PIDX-PRICED-DATE = WS-TODAY)  THEN
022766              WRITE PRICED-INDEX-RECORD
022768           END-IF
022770        ELSE
022780           MOVE 'Y'                 TO WS-FILE-ERROR-SWITCH
022790           MOVE 'Y'                 TO WS-CLAIM-EOF-SWITCH
022840     END-IF.
022850/
022860 1180-LOAD-REDUCTION-TABLE.
022870     MOVE 'REDCTL'                  TO PRMX-FAMILY.
022875     PERFORM 1140-READ-FIRST-PARAMETER.
022880     PERFORM 1190-LOAD-ONE-REDUCTION-ROW
022890        UNTIL REDC-END-OF-FILE.
022910/
022920 1190-LOAD-ONE-REDUCTION-ROW.
022930     IF NOT PRMX-ROW-RETURNED  THEN
022940        MOVE 'Y'                    TO WS-REDC-EOF-SWITCH
022950     ELSE
022960        MOVE PRMX-VALUE-IMAGE       TO REDUCTION-CONTROL-RECORD
022970        IF WS-REDUCTION-COUNT < 50  THEN
022980           ADD 1                    TO WS-REDUCTION-COUNT
022990           MOVE REDC-EFF-DATE       TO
023000              WS-RED-EFF-DATE (WS-REDUCTION-COUNT)
023010           MOVE REDC-END-DATE       TO
023020              WS-RED-END-DATE (WS-REDUCTION-COUNT)
023030           MOVE REDC-SEQUESTRATION-PCT TO
023040              WS-RED-SEQ-PCT (WS-REDUCTION-COUNT)
023050           MOVE REDC-NETWORK-FEE-PER-TREAT TO
023060              WS-RED-NETWORK-FEE (WS-REDUCTION-COUNT)
023070        ELSE
023080           DISPLAY 'ESCALRUN - MORE THAN 50 REDCTL ROWS - '
023090              'EXTRAS IGNORED'
023100           MOVE 'Y'                 TO WS-REDC-EOF-SWITCH
023110        END-IF
023113        PERFORM 1145-READ-NEXT-PARAMETER
023116     END-IF.
023120/
023130 1195-LOAD-DEDUCTIBLE-AMOUNTS.
023140     MOVE 'DEDCTL'                  TO PRMX-FAMILY.
023145     PERFORM 1140-READ-FIRST-PARAMETER.
023150     PERFORM 1196-LOAD-ONE-DEDUCTIBLE-ROW
023160        UNTIL DEDC-END-OF-FILE.
023180/
023190 1196-LOAD-ONE-DEDUCTIBLE-ROW.
023200     IF NOT PRMX-ROW-RETURNED  THEN
023210        MOVE 'Y'                    TO WS-DEDC-EOF-SWITCH
023220     ELSE
023230        MOVE PRMX-VALUE-IMAGE       TO
023240                                    DEDUCTIBLE-AMOUNT-CONTROL-REC
023250        IF WS-DED-YEAR-COUNT < 20  THEN
023260           ADD 1                    TO WS-DED-YEAR-COUNT
023270           MOVE DEDC-YEAR           TO
023280              WS-DEDT-YEAR (WS-DED-YEAR-COUNT)
023290           MOVE DEDC-ANNUAL-AMOUNT TO
023300              WS-DEDT-AMOUNT (WS-DED-YEAR-COUNT)
023310        ELSE
023320           DISPLAY 'ESCALRUN - MORE THAN 20 DEDCTL ROWS - '
023330              'EXTRAS IGNORED'
023340           MOVE 'Y'                 TO WS-DEDC-EOF-SWITCH
023342        END-IF
023344        PERFORM 1145-READ-NEXT-PARAMETER
023346     END-IF.
023350/
023360 1198-LOAD-EQRS-CONTROL.
023370     MOVE 'EQRSCTL'                 TO PRMX-FAMILY.
023380     PERFORM 1140-READ-FIRST-PARAMETER.
023390     IF NOT PRMX-ROW-RETURNED  THEN
023400        MOVE 'Y'                    TO WS-EQRC-EOF-SWITCH
023410     ELSE
023420        MOVE PRMX-VALUE-IMAGE       TO EQRS-CHECK-CONTROL-RECORD
023430        IF EQRC-TOLERANCE-DAYS NUMERIC  AND
023440           EQRC-TOLERANCE-DAYS > ZERO  THEN
023450           MOVE EQRC-TOLERANCE-DAYS TO WS-EQRS-TOLERANCE-DAYS
023460        END-IF
023463        IF EQRC-USE-REGISTRY-DATE = 'Y'  THEN
023466           MOVE 'Y'                 TO
023470                                    WS-EQRS-USE-REGISTRY-SWITCH
023480        END-IF
023490     END-IF.
023500/
023501******************************************************************
023502*  THE MAPCTL ROW OVERRIDES THE DERIVED OUTLIER MAP DEFAULTS -   *
023503*  THE DOLLAR TOLERANCE, WHETHER PRICING USES THE DERIVED MAP,   *
023504*  AND THE PERCENT OF ASP A DRUG IS VALUED AT.  NO ROW IN FORCE  *
023505*  LEAVES THE DEFAULTS; A ZERO FIELD KEEPS ITS DEFAULT.          *
023506******************************************************************
023507 1197-LOAD-MAP-CONTROL.
023508     MOVE 'MAPCTL'                  TO PRMX-FAMILY.
023509     PERFORM 1140-READ-FIRST-PARAMETER.
023510     IF PRMX-ROW-RETURNED  THEN
023511        MOVE PRMX-VALUE-IMAGE       TO OUTLIER-MAP-CONTROL-RECORD
023512        IF OMPC-TOLERANCE-AMT NUMERIC  AND
023513           OMPC-TOLERANCE-AMT > ZERO  THEN
023514           MOVE OMPC-TOLERANCE-AMT  TO WS-MAP-TOLERANCE-AMT
023515        END-IF
023516        IF OMPC-USE-DERIVED-MAP = 'Y'  THEN
023517           MOVE 'Y'                 TO WS-MAP-USE-DERIVED-SWITCH
023518        END-IF
023519        IF OMPC-ASP-PERCENT NUMERIC  AND
023520           OMPC-ASP-PERCENT > ZERO  AND
023521           OMPC-ASP-PERCENT NOT > 200  THEN
023522           MOVE OMPC-ASP-PERCENT    TO WS-MAP-ASP-PERCENT
023523        END-IF
023524     END-IF.
023525/
023526 1186-LOAD-ANCILLARY-FEES.
023530     MOVE 'ANCCTL'                  TO PRMX-FAMILY.
023535     PERFORM 1140-READ-FIRST-PARAMETER.
023540     PERFORM 1187-LOAD-ONE-ANCILLARY-ROW
023550        UNTIL ANCC-END-OF-FILE.
023570/
023580 1187-LOAD-ONE-ANCILLARY-ROW.
023590     IF NOT PRMX-ROW-RETURNED  THEN
023600        MOVE 'Y'                    TO WS-ANCC-EOF-SWITCH
023610     ELSE
023620        MOVE PRMX-VALUE-IMAGE       TO ANCILLARY-FEE-RECORD
023630        IF WS-ANC-COUNT < 200  THEN
023640           ADD 1                    TO WS-ANC-COUNT
023650           MOVE ANCC-REV-CODE       TO
023660              WS-ANC-REV-CODE (WS-ANC-COUNT)
023670           MOVE ANCC-HCPCS-CODE     TO
023680              WS-ANC-HCPCS-CODE (WS-ANC-COUNT)
023690           MOVE ANCC-EFF-DATE       TO
023700              WS-ANC-EFF-DATE (WS-ANC-COUNT)
023710           MOVE ANCC-END-DATE       TO
023720              WS-ANC-END-DATE (WS-ANC-COUNT)
023730           MOVE ANCC-FEE-AMT        TO
023740              WS-ANC-FEE (WS-ANC-COUNT)
023750           MOVE ANCC-VACCINE-INDIC TO
023760              WS-ANC-VACCINE (WS-ANC-COUNT)
023770        ELSE
023780           DISPLAY 'ESCALRUN - MORE THAN 200 ANCCTL ROWS - '
023790              'EXTRAS IGNORED'
023800           MOVE 'Y'                 TO WS-ANCC-EOF-SWITCH
023810        END-IF
023813        PERFORM 1145-READ-NEXT-PARAMETER
023816     END-IF.
023820/
023830******************************************************************
023840*  LOAD THE ROLLING BENEFICIARY-DAY INDEX THE SAME WAY THE       *
023860*  EVERYTHING IN THE WINDOW IS TABLED AND CARRIED FORWARD.       *
023870******************************************************************
023880 1208-LOAD-BENE-DAY-INDEX.
023890     MOVE 'MBICTL'                  TO PRMX-FAMILY.
023900     PERFORM 1140-READ-FIRST-PARAMETER.
023910     IF NOT PRMX-ROW-RETURNED  THEN
023920        MOVE 'Y'                    TO WS-MBIC-EOF-SWITCH
023930     ELSE
023940        MOVE PRMX-VALUE-IMAGE       TO
023950                                    BENE-DAY-INDEX-CONTROL-RECORD
023960        IF MBIC-RETENTION-DAYS NUMERIC  AND
023970           MBIC-RETENTION-DAYS > ZERO  THEN
023980           MOVE MBIC-RETENTION-DAYS TO WS-MBIX-RETENTION-DAYS
023983        END-IF
023986     END-IF.
023990
024000     COMPUTE WS-MBIX-CUTOFF-INT =
024010        FUNCTION INTEGER-OF-DATE(WS-TODAY) -
024020        WS-MBIX-RETENTION-DAYS.
024030
024040     OPEN INPUT  BENE-INDEX-IN.
024050     IF LIVE-RUN  THEN
024053        OPEN OUTPUT BENE-INDEX-OUT
024056     END-IF.
024060     PERFORM 1209-LOAD-ONE-BENE-DAY
024070        UNTIL MBIX-END-OF-FILE.
024080     CLOSE BENE-INDEX-IN.
024120         AT END MOVE 'Y'            TO WS-MBIX-EOF-SWITCH
024130         NOT AT END
024140           MOVE MBIDXIN-RECORD      TO BENE-DAY-INDEX-RECORD
024142           MOVE BIDX-MBI            TO MXL-MBI
024144           CALL 'ESCALMXL'      USING MBI-XWALK-LOOKUP-REQUEST
024146           MOVE MXL-CURRENT-MBI     TO BIDX-MBI
024150           MOVE ZERO                TO WS-MBIX-DATE-INT
024160           IF BIDX-PRICED-DATE NUMERIC  AND
024170              BIDX-PRICED-DATE > ZERO  THEN
024290                    WS-MBIX-PROVIDER (WS-MBIX-COUNT)
024300                 MOVE BIDX-CLAIM-NUMBER TO
024310                    WS-MBIX-CLAIM (WS-MBIX-COUNT)
024320                 IF LIVE-RUN  AND
024322                    (CARRIES-PRIOR-NIGHTS  OR
024324                     BIDX-PRICED-DATE = WS-TODAY)  THEN
024326                    WRITE BENE-DAY-INDEX-RECORD
024328                 END-IF
024330              ELSE
024340                 MOVE 'Y'           TO WS-MBIX-EOF-SWITCH
024350                 DISPLAY 'ESCALRUN - BENEFICIARY-DAY INDEX '
024710     END-READ.
024720/
024730 1203-LOAD-CONTINGENCY-CONTROL.
024740     MOVE 'CTGCTL'                  TO PRMX-FAMILY.
024750     PERFORM 1140-READ-FIRST-PARAMETER.
024760     IF NOT PRMX-ROW-RETURNED  THEN
024770        MOVE 'Y'                    TO WS-CTGC-EOF-SWITCH
024780     ELSE
024790        MOVE PRMX-VALUE-IMAGE       TO CONTINGENCY-CONTROL-RECORD
024800        IF CTGC-ARMED  THEN
024810           MOVE 'Y'                 TO WS-CONTINGENCY-SWITCH
024820           DISPLAY 'ESCALRUN - INTERIM CONTINGENCY MODE '
024830              'ARMED ' CTGC-ARMED-DATE ' BY '
024840              CTGC-OPERATOR-ID
024850        END-IF
024855     END-IF.
024860     IF CONTINGENCY-ARMED  THEN
024870        OPEN INPUT  AVERAGE-FILE
024880        IF LIVE-RUN  THEN
024883           OPEN OUTPUT INTERIM-PAID-OUT
024886        END-IF
024890     END-IF.
024900/
024910 1201-LOAD-TIMELY-FILING.
024920     MOVE 'TFLCTL'                  TO PRMX-FAMILY.
024930     PERFORM 1140-READ-FIRST-PARAMETER.
024940     IF NOT PRMX-ROW-RETURNED  THEN
024950        MOVE 'Y'                    TO WS-TFLC-EOF-SWITCH
024960     ELSE
024970        MOVE PRMX-VALUE-IMAGE       TO
024980                                    TIMELY-FILING-CONTROL-RECORD
024982        IF TFLC-FILING-LIMIT-DAYS NUMERIC  AND
024984           TFLC-FILING-LIMIT-DAYS > ZERO  THEN
024986           MOVE TFLC-FILING-LIMIT-DAYS TO
024990                                    WS-FILING-LIMIT-DAYS
025000        END-IF
025010     END-IF.
025030
025040     OPEN INPUT TIMELY-FILING-AUTH.
025050     PERFORM 1202-LOAD-ONE-FILING-AUTH
025260     END-READ.
025270/
025280 1192-LOAD-EMERGENCY-CONTROL.
025290     MOVE 'EMGCTL'                  TO PRMX-FAMILY.
025295     PERFORM 1140-READ-FIRST-PARAMETER.
025300     PERFORM 1194-LOAD-ONE-DECLARATION
025310        UNTIL EMGC-END-OF-FILE.
025330/
025340 1194-LOAD-ONE-DECLARATION.
025350     IF NOT PRMX-ROW-RETURNED  THEN
025360        MOVE 'Y'                    TO WS-EMGC-EOF-SWITCH
025370     ELSE
025380        MOVE PRMX-VALUE-IMAGE       TO
025390                                    EMERGENCY-DECLARATION-RECORD
025400        IF WS-EMG-COUNT < 20  THEN
025410           ADD 1                    TO WS-EMG-COUNT
025420           MOVE EMGC-DECLARATION-ID TO
025430              WS-EMG-ID (WS-EMG-COUNT)
025440           MOVE EMGC-FROM-DATE      TO
025450              WS-EMG-FROM (WS-EMG-COUNT)
025460           MOVE EMGC-THRU-DATE      TO
025470              WS-EMG-THRU (WS-EMG-COUNT)
025480           PERFORM VARYING WS-EMG-CBSA-SUB FROM 1 BY 1
025490              UNTIL WS-EMG-CBSA-SUB > 10
025500              MOVE EMGC-CBSA-ENTRY (WS-EMG-CBSA-SUB) TO
025510                 WS-EMG-CBSA (WS-EMG-COUNT WS-EMG-CBSA-SUB)
025520           END-PERFORM
025530           MOVE EMGC-WAIVE-TIMELY-FILING TO
025540              WS-EMG-WAIVE-TIMELY (WS-EMG-COUNT)
025550           MOVE EMGC-WAIVE-ONSET-CHECK TO
025560              WS-EMG-WAIVE-ONSET (WS-EMG-COUNT)
025570           MOVE EMGC-WAIVE-STAY-OVERLAP TO
025580              WS-EMG-WAIVE-STAY (WS-EMG-COUNT)
025590           MOVE EMGC-WAIVE-SESSION-LIMITS TO
025600              WS-EMG-WAIVE-SESSIONS (WS-EMG-COUNT)
025610        ELSE
025620           DISPLAY 'ESCALRUN - MORE THAN 20 EMGCTL ROWS - '
025630              'EXTRAS IGNORED'
025640           MOVE 'Y'                 TO WS-EMGC-EOF-SWITCH
025642        END-IF
025644        PERFORM 1145-READ-NEXT-PARAMETER
025646     END-IF.
025650/
025660 1191-LOAD-REVIEW-THRESHOLD.
025670     MOVE 'MRVCTL'                  TO PRMX-FAMILY.
025680     PERFORM 1140-READ-FIRST-PARAMETER.
025690     IF NOT PRMX-ROW-RETURNED  THEN
025700        MOVE 'Y'                    TO WS-MRVC-EOF-SWITCH
025710     ELSE
025720        MOVE PRMX-VALUE-IMAGE       TO
025722           REVIEW-THRESHOLD-CONTROL-RECORD
025724        IF MRVC-OUTLIER-THRESHOLD-AMT NUMERIC  THEN
025726           MOVE MRVC-OUTLIER-THRESHOLD-AMT TO
025730                                    WS-REVIEW-THRESHOLD-AMT
025740        END-IF
025750     END-IF.
025770/
025780 1188-LOAD-NETWORK-MASTER.
025790     OPEN INPUT NETWORK-MASTER-IN.
025990     END-READ.
026000/
026010 1199-LOAD-PROMPT-PAY-CONTROL.
026020     MOVE 'PPICTL'                  TO PRMX-FAMILY.
026025     PERFORM 1140-READ-FIRST-PARAMETER.
026030     PERFORM 1193-LOAD-ONE-PPI-ROW
026040        UNTIL PPIC-END-OF-FILE.
026060/
026070 1193-LOAD-ONE-PPI-ROW.
026080     IF NOT PRMX-ROW-RETURNED  THEN
026090        MOVE 'Y'                    TO WS-PPIC-EOF-SWITCH
026100     ELSE
026110        MOVE PRMX-VALUE-IMAGE       TO PROMPT-PAY-CONTROL-RECORD
026120        IF WS-PPI-COUNT < 20  THEN
026130           ADD 1                    TO WS-PPI-COUNT
026140           MOVE PPIC-EFF-DATE       TO
026150              WS-PPI-EFF-DATE (WS-PPI-COUNT)
026160           MOVE PPIC-END-DATE       TO
026170              WS-PPI-END-DATE (WS-PPI-COUNT)
026180           MOVE PPIC-ANNUAL-RATE TO
026190              WS-PPI-ANNUAL-RATE (WS-PPI-COUNT)
026200           MOVE PPIC-DEADLINE-DAYS TO
026210              WS-PPI-DEADLINE-DAYS (WS-PPI-COUNT)
026220        ELSE
026230           DISPLAY 'ESCALRUN - MORE THAN 20 PPICTL ROWS - '
026240              'EXTRAS IGNORED'
026250           MOVE 'Y'                 TO WS-PPIC-EOF-SWITCH
026260        END-IF
026263        PERFORM 1145-READ-NEXT-PARAMETER
026266     END-IF.
026270/
026280 1100-LOAD-CHECKPOINT-CARRY-FORWARD.
026290     READ CHECKPOINT-IN
026400              IF WS-CHECK-LITERAL = '*RUNSTAMP'  THEN
026410                 MOVE 'PRCRSTI '    TO WS-STAMP-FILE-NAME
026420                 PERFORM 1105-VERIFY-RUN-STAMP
026421*                A STAMP OF TODAY IS THIS RUN'S OWN EARLIER
026422*                SEGMENT - EVERYTHING BEHIND IT IS TONIGHT'S.
026423                 IF WS-CHECK-DATE = WS-TODAY  THEN
026424                    MOVE 'Y'        TO WS-CKPT-TONIGHT-SWITCH
026425                 END-IF
026430              ELSE
026440                 DISPLAY 'ESCALRUN - PRCRSTI HAS NO RUN STAMP - '
026450                    'FILE ACCEPTED UNVERIFIED'
026550        ADD 1                       TO WS-CHECKPOINT-COUNT
026560        MOVE CKPTIN-RECORD          TO
026570           WS-CHECKPOINT-ENTRY (WS-CHECKPOINT-COUNT)
026580        IF LIVE-RUN  AND
026590           (CARRIES-PRIOR-NIGHTS  OR  CKPT-IN-IS-TONIGHTS)  THEN
026592           MOVE CKPTIN-RECORD       TO CHECKPOINT-RECORD
026594           WRITE CHECKPOINT-RECORD
026596        END-IF
026600     ELSE
026610        MOVE 'Y'                    TO WS-FILE-ERROR-SWITCH
026620        MOVE 'Y'                    TO WS-CLAIM-EOF-SWITCH
026670/
026680 2000-PROCESS-CLAIMS.
026690     MOVE 'N'                       TO WS-ANCILLARY-SWITCH.
026693     MOVE ZERO                      TO WS-ESA-REDUCTION-AMT.
026696     PERFORM 2141-RESOLVE-REISSUED-MBI.
026700     PERFORM 2142-RESOLVE-EMERGENCY-WAIVERS.
026710     PERFORM 2100-CHECK-ALREADY-PRICED.
026720
027510     PERFORM 2070-COMPUTE-THROUGHPUT.
027520
027530     MOVE WS-CLAIMS-IN-COUNT        TO STAT-PROCESSED.
027540     IF WS-EXPECTED-CLAIM-COUNT >
027545        WS-CLAIMS-IN-COUNT + WS-OUTSIDE-PARTITION-COUNT  THEN
027550        COMPUTE WS-REMAINING-COUNT =
027560           WS-EXPECTED-CLAIM-COUNT - WS-CLAIMS-IN-COUNT
027565                                   - WS-OUTSIDE-PARTITION-COUNT
027570     ELSE
027580        MOVE ZERO                   TO WS-REMAINING-COUNT
027590     END-IF.
029460     MOVE ZERO                      TO REM-RECEIPT-DATE
029470                                       REM-ANCILLARY-AMT.
029480     MOVE SPACE                     TO REM-DUAL-CROSSOVER-IND.
029490     MOVE ZERO                      TO REM-WITHHOLD-AMT
029500                                       REM-SEQUESTRATION-AMT
029501                                       REM-NETWORK-FEE-AMT
029502                                       REM-INTEREST-AMT
029503                                       REM-ESA-REDUCTION-AMT.
029504     IF LIVE-RUN  THEN
029505        WRITE REMIT-DETAIL-RECORD
029506     END-IF.
029510
029520     PERFORM 2376-ACCUMULATE-GL-REVERSAL.
029530
029640        MOVE ALK-TRAINING-SESSIONS  TO TRN-SESSIONS
029650        CALL 'ESCALTRN'         USING TRAINING-HISTORY-REQUEST
029660                                      TRAINING-HISTORY-RECORD
029663        MOVE 'TRN'                  TO WS-POSTED-ACCUMULATOR
029666        PERFORM 2388-JOURNAL-ACCUM-POSTING
029670     END-IF.
029680
029690     IF ALK-DEDUCTIBLE-AMT > ZERO  THEN
029720        MOVE CX-LINE-ITEM-DATE-SERVICE (1:4) TO DED-YEAR
029730        MOVE ALK-DEDUCTIBLE-AMT     TO DED-AMOUNT
029740        CALL 'ESCALDED'         USING DEDUCTIBLE-HISTORY-REQUEST
029743        MOVE 'DED'                  TO WS-POSTED-ACCUMULATOR
029746        PERFORM 2388-JOURNAL-ACCUM-POSTING
029750     END-IF.
029760/
029770******************************************************************
030040           WS-ANNUAL-DEDUCTIBLE - DED-AMOUNT
030050     ELSE
030060        MOVE ZERO                   TO WS-DED-REMAINING
030061     END-IF.
030062/
030063******************************************************************
030064*  A CLAIM BILLED UNDER A RETIRED MBI CARRIES THE CURRENT ONE    *
030065*  FROM HERE ON - EVERY EDIT, ACCUMULATOR, INDEX, AND OUTPUT     *
030066*  BELOW SEES THE PATIENT UNDER ONE NUMBER.                      *
030067******************************************************************
030068 2141-RESOLVE-REISSUED-MBI.
030069     MOVE CX-MBI                    TO MXL-MBI.
030070     CALL 'ESCALMXL'            USING MBI-XWALK-LOOKUP-REQUEST.
030071     IF MXL-MBI-REISSUED  THEN
030072        MOVE MXL-CURRENT-MBI        TO CX-MBI
030073        ADD 1                       TO WS-REISSUED-MBI-COUNT
030074     END-IF.
030080/
030090******************************************************************
030100*  RESOLVE THE EMERGENCY WAIVERS FOR THE CLAIM IN HAND.  ALL     *
030740     MOVE CX-PROVIDER-NUMBER        TO WVR-PROVIDER-NUMBER.
030750     MOVE CX-LINE-ITEM-DATE-SERVICE TO WVR-DATE-OF-SERVICE.
030760     MOVE WS-WVR-EDIT-NAME          TO WVR-EDIT-NAME.
030770     IF LIVE-RUN  THEN
030773        WRITE WVRUSE-RECORD  FROM WVR-USAGE-LINE
030776     END-IF.
030780/
030790******************************************************************
030800*  ROLLING-INDEX DUPLICATE CHECK - A LINE ITEM WHOSE CLAIM        *
031300******************************************************************
031310*  PRE-PRICING BENEFICIARY EDIT - THE MBI MUST BE ON THE          *
031320*  BENEFICIARY MASTER FILE AND THE LINE-ITEM DATE OF SERVICE      *
031330*  MUST FALL INSIDE THE MEDICARE ENTITLEMENT PERIOD, BEFORE ANY  *
031340*  DATE OF DEATH, AND OUTSIDE EVERY MEDICARE ADVANTAGE PERIOD,   *
031343*  AND A GROUP PLAN THAT IS PRIMARY MUST HAVE BEEN BILLED FIRST. *
031346*  A CLAIM THAT FAILS NEVER REACHES THE PRICER.                  *
031350******************************************************************
031360 2150-VALIDATE-BENEFICIARY.
031370     MOVE ZERO                      TO WS-BENE-EDIT-RTC.
031560           BENE-ENTITLEMENT-END-DATE  THEN
031570           MOVE 92                  TO WS-BENE-EDIT-RTC
031580        END-IF
031581*       A DATE OF SERVICE AFTER THE DATE OF DEATH IS THE MORE
031582*       SPECIFIC REASON, SO IT GOVERNS OVER RTC 92.
031583        IF BENE-DEATH-DATE NUMERIC  AND
031584           BENE-DEATH-DATE > ZERO  AND
031585           CX-LINE-ITEM-DATE-SERVICE > BENE-DEATH-DATE  THEN
031586           MOVE 90                  TO WS-BENE-EDIT-RTC
031587           ADD 1                    TO WS-DEATH-REJECT-COUNT
031588           MOVE SPACES              TO WS-DEATH-EXCQ-TEXT
031589           STRING 'DOS AFTER DATE OF DEATH ' BENE-DEATH-DATE
031590              ' SOURCE ' BENE-DEATH-SOURCE
031591              DELIMITED BY SIZE  INTO WS-DEATH-EXCQ-TEXT
031592           MOVE CX-CLAIM-NUMBER     TO EXCQ-CLAIM-NUMBER
031593           MOVE 90                  TO EXCQ-RTC
031594           MOVE WS-DEATH-EXCQ-TEXT  TO EXCQ-REASON-TEXT
031595           WRITE EXCQ-RECORD  FROM EXCQ-DETAIL-LINE
031596        END-IF
031597     END-IF.
031598
031599*    A DATE OF SERVICE THE BENEFICIARY SPENT IN A MEDICARE
031600*    ADVANTAGE PLAN IS THE PLAN'S TO PAY, NOT FEE-FOR-SERVICE.
031601*    THE CONTRACT GOES ON THE EXCEPTION QUEUE SO THE FACILITY
031602*    KNOWS WHICH PLAN TO BILL.
031603     IF BENE-EDIT-PASSED  THEN
031604        MOVE CX-MBI                 TO MAX-MBI
031605        MOVE CX-LINE-ITEM-DATE-SERVICE TO MAX-DATE-OF-SERVICE
031606        CALL 'ESCALMAX'         USING MA-LOOKUP-REQUEST
031607        IF MAX-PERIOD-FOUND  THEN
031608           MOVE 87                  TO WS-BENE-EDIT-RTC
031609           ADD 1                    TO WS-MA-REJECT-COUNT
031610           MOVE SPACES              TO WS-MA-EXCQ-TEXT
031611           STRING 'IN MA PLAN ' MAX-CONTRACT-NUMBER
031612              ' ' MAX-ENROLL-START-DATE
031613              ' THRU ' MAX-ENROLL-END-DATE
031614              DELIMITED BY SIZE  INTO WS-MA-EXCQ-TEXT
031615           MOVE CX-CLAIM-NUMBER     TO EXCQ-CLAIM-NUMBER
031616           MOVE 87                  TO EXCQ-RTC
031617           MOVE WS-MA-EXCQ-TEXT     TO EXCQ-REASON-TEXT
031618           WRITE EXCQ-RECORD  FROM EXCQ-DETAIL-LINE
031619        END-IF
031620     END-IF.
031621
031622     IF BENE-EDIT-PASSED  AND  CX-MSP-INDICATOR NOT = 'Y'  THEN
031623        PERFORM 2151-CHECK-ESRD-COORDINATION
031624     END-IF.
031625/
031626******************************************************************
031627*  ESRD COORDINATION PERIOD - FOR 30 MONTHS FROM THE START OF    *
031628*  ESRD ENTITLEMENT AN EMPLOYER GROUP HEALTH PLAN PAYS FIRST AND *
031629*  MEDICARE IS SECONDARY BY LAW.  A LINE THAT ARRIVES WITHOUT    *
031630*  THE MSP INDICATOR INSIDE BOTH A GROUP COVERAGE AND THE PERIOD *
031631*  REJECTS, NAMING THE INSURER, SO THE FACILITY BILLS THE PLAN   *
031632*  FIRST AND COMES BACK WITH THE PRIMARY'S PAYMENT (VALUE CODE   *
031633*  Q8).  THE PERIOD RUNS OFF THE REGISTRY'S FIRST-DIALYSIS DATE  *
031634*  WHEN EQRS HAS ONE - THE INDEPENDENT SOURCE - ELSE THE BILLED  *
031635*  DIALYSIS START DATE.                                          *
031636******************************************************************
031637 2151-CHECK-ESRD-COORDINATION.
031638     MOVE CX-DIALYSIS-START-DATE    TO GHX-DIALYSIS-START-DATE.
031639     MOVE CX-MBI                    TO EQX-MBI.
031640     CALL 'ESCALEQX'            USING EQRS-LOOKUP-REQUEST.
031641     IF EQX-RECORD-FOUND  AND
031642        EQX-FIRST-DIALYSIS-DATE > ZERO  THEN
031643        MOVE EQX-FIRST-DIALYSIS-DATE TO GHX-DIALYSIS-START-DATE
031644     END-IF.
031645
031646     MOVE CX-MBI                    TO GHX-MBI.
031647     MOVE CX-LINE-ITEM-DATE-SERVICE TO GHX-DATE-OF-SERVICE.
031648     CALL 'ESCALGHX'            USING GHP-LOOKUP-REQUEST.
031649
031650     IF GHX-GHP-PRIMARY  THEN
031651        MOVE 86                     TO WS-BENE-EDIT-RTC
031652        ADD 1                       TO WS-MSP-REJECT-COUNT
031653        MOVE SPACES                 TO WS-MSP-EXCQ-TEXT
031654        STRING 'GHP ' GHX-INSURER-CODE
031655           ' PRIMARY IN ESRD COORD THRU ' GHX-COORD-END-DATE
031656           DELIMITED BY SIZE  INTO WS-MSP-EXCQ-TEXT
031657        MOVE CX-CLAIM-NUMBER        TO EXCQ-CLAIM-NUMBER
031658        MOVE 86                     TO EXCQ-RTC
031659        MOVE WS-MSP-EXCQ-TEXT       TO EXCQ-REASON-TEXT
031660        WRITE EXCQ-RECORD  FROM EXCQ-DETAIL-LINE
031661     END-IF.
031662/
031663******************************************************************
031664*  LIFETIME TRAINING-SESSION LIMIT EDIT - A CC 73/87 CLAIM THAT   *
031665*  WOULD PUSH THE BENEFICIARY'S PAID TRAINING SESSIONS PAST THE   *
031666*  COVERAGE LIMIT REJECTS BEFORE PRICING.  INITIAL TRAINING AND   *
031667*  CC 87 RETRAINING KEEP SEPARATE BUCKETS AND SEPARATE RTCS.      *
031668******************************************************************
031670 2160-VALIDATE-TRAINING-LIMIT.
031680     PERFORM 2158-RESOLVE-GOVERNING-COND.
031690
032100*  THE EXCEPTION QUEUE) OR AN EMERGENCY DECLARATION WAIVING     *
032110*  THE EDIT LETS THE LATE CLAIM PRICE.  A TWO-YEAR-OLD CLAIM    *
032120*  NO LONGER PAYS LIKE A FRESH ONE.                             *
032123*  A LIMIT ENDING ON A DAY THAT IS NOT A BUSINESS DAY RUNS TO    *
032126*  THE NEXT ONE (ESCALBDY 'R').                                  *
032130******************************************************************
032140 2163-VALIDATE-TIMELY-FILING.
032150     IF CX-CLAIM-RECEIPT-DATE NUMERIC  AND
032160        CX-CLAIM-RECEIPT-DATE > ZERO  AND
032170        CX-LINE-ITEM-DATE-SERVICE > ZERO  THEN
032180        COMPUTE WS-FILING-END-INT =
032190           FUNCTION INTEGER-OF-DATE(CX-LINE-ITEM-DATE-SERVICE) +
032200           WS-FILING-LIMIT-DAYS
032210        COMPUTE WS-FILING-END-DATE =
032211           FUNCTION DATE-OF-INTEGER(WS-FILING-END-INT)
032212        MOVE 'R'                    TO BDY-FUNCTION
032213        MOVE WS-FILING-END-DATE     TO BDY-FROM-DATE
032214        CALL 'ESCALBDY'          USING BUSINESS-DAY-REQUEST
032215        IF BDY-REQUEST-OK  THEN
032216           MOVE BDY-RESULT-DATE     TO WS-FILING-END-DATE
032217        END-IF
032218        IF CX-CLAIM-RECEIPT-DATE > WS-FILING-END-DATE  THEN
032220           PERFORM 2164-RESOLVE-LATE-FILING
032230        END-IF
032240     END-IF.
035320     MOVE WS-DED-REMAINING          TO B-DEDUCTIBLE-REMAINING.
035330     MOVE CX-MSP-INDICATOR          TO B-MSP-INDICATOR.
035340     PERFORM 2230-VALIDATE-NDC-ELIGIBILITY.
035345     PERFORM 2232-DERIVE-OUTLIER-MAP.
035350     PERFORM 2220-DERIVE-COMORBID-DATA.
035360     PERFORM 2245-CHECK-ONSET-REGISTRY.
035370     INITIALIZE PPS-DATA-ALL.
035480                                        COM-CBSA-WAGE-RECORD
035490                                        BUN-CBSA-WAGE-RECORD.
035500
035505     PERFORM 2212-APPLY-ESA-MONITORING.
035510     ADD 1                          TO WS-PRICED-COUNT.
035520     PERFORM 2210-APPLY-REDUCTIONS.
035530     PERFORM 2215-APPLY-PROMPT-PAY-INTEREST.
035610     ELSE
035620        PERFORM 2202-WRITE-PRICED-OUTPUTS
035630     END-IF.
035635     PERFORM 2213-WRITE-ESA-LEDGER.
035640/
035650 2202-WRITE-PRICED-OUTPUTS.
035660     PERFORM 2218-APPLY-WITHHOLD-ORDER.
035850     MOVE PPS-PEDIATRIC-TRACK       TO PRCOUT-PEDIATRIC-TRACK.
035860     MOVE PPS-LOW-BMI-TRACK         TO PRCOUT-LOW-BMI-TRACK.
035870     WRITE PRCOUT-RECORD  FROM PRCOUT-DETAIL-LINE.
035875     PERFORM 2214-WRITE-ESA-OUTPUT-LINE.
035880     PERFORM 2300-CHECK-EXCEPTION-QUEUE.
035890     PERFORM 2350-ACCUMULATE-CLAIM-GROUP.
035900     PERFORM 2370-POST-TRAINING-HISTORY.
036760        MOVE CLAIM-EXTRACT-RECORD   TO INT-CLAIM-EXTRACT-IMAGE
036770        MOVE PPS-FINAL-PAY-AMT      TO INT-INTERIM-AMT
036780        MOVE WS-TODAY               TO INT-PAID-DATE
036790        IF LIVE-RUN  THEN
036793           WRITE INTERIM-PAID-RECORD
036796        END-IF
036800
036810        PERFORM 2350-ACCUMULATE-CLAIM-GROUP
036820        PERFORM 2380-INDEX-PAID-LINE
037060     MOVE PPS-DEDUCTIBLE-AMT        TO AUD-DEDUCTIBLE-AMT.
037070     MOVE CX-MBI                    TO AUD-MBI.
037080     MOVE CX-LINE-ITEM-DATE-SERVICE (1:4) TO AUD-SERVICE-YEAR.
037090     IF LIVE-RUN  THEN
037100        MOVE 'H'                    TO HSHX-FUNCTION
037110        MOVE 'ESCALRUN'             TO HSHX-PROGRAM-ID
037120        MOVE WS-PARTITION-NUMBER    TO HSHX-PARTITION-NUMBER
037121        CALL 'ESCALHSH'          USING AUDIT-CHAIN-REQUEST
037122                                       AUDIT-LOG-RECORD
037123        WRITE AUDIT-LOG-RECORD
037124            INVALID KEY
037125               PERFORM 2196-REPLACE-AUDIT-RECORD
037126        END-WRITE
037127     END-IF.
037128/
037129******************************************************************
037130*  A SAME-DAY REPRICE - THE RECORD BEING REPLACED GOES TO THE    *
037131*  INTEGRITY CHAIN'S ANCHOR FILE FIRST (ESCALHSH 'S'), SO ITS    *
037132*  PLACE IN ITS CHAIN IS ACCOUNTED FOR WHEN ESCALHVF WALKS IT.   *
037133******************************************************************
037134 2196-REPLACE-AUDIT-RECORD.
037135     MOVE AUDIT-LOG-RECORD          TO WS-NEW-AUDIT-RECORD.
037136     READ AUDIT-LOG-STORE
037137         NOT INVALID KEY
037138            MOVE 'S'                TO HSHX-FUNCTION
037139            CALL 'ESCALHSH'      USING AUDIT-CHAIN-REQUEST
037140                                       AUDIT-LOG-RECORD
037141     END-READ.
037142     MOVE WS-NEW-AUDIT-RECORD       TO AUDIT-LOG-RECORD.
037143     REWRITE AUDIT-LOG-RECORD.
037144/
037145 2197-CHECK-REVIEW-THRESHOLD.
037150     MOVE 'N'                       TO WS-REVIEW-HOLD-SWITCH.
037160     IF WS-REVIEW-THRESHOLD-AMT > ZERO  AND
037170        PPS-RTC < 50  AND
037390        FROM WS-TOTAL-SEQUESTRATION.
037400     SUBTRACT WS-NETWORK-FEE-AMT  FROM WS-TOTAL-NETWORK-FEE.
037410     SUBTRACT WS-NET-PAY-AMT      FROM WS-TOTAL-NET-PAY.
037415     SUBTRACT WS-ESA-REDUCTION-AMT FROM WS-TOTAL-ESA-REDUCTION.
037420     IF WS-INTEREST-AMT > ZERO  THEN
037430        SUBTRACT WS-INTEREST-AMT  FROM WS-TOTAL-INTEREST
037440        SUBTRACT 1                FROM WS-INTEREST-CLAIM-COUNT
037886     MOVE WS-SEQUESTRATION-AMT      TO MRQ-SEQUESTRATION-AMT.
037887     MOVE WS-NETWORK-FEE-AMT        TO MRQ-NETWORK-FEE-AMT.
037888     MOVE WS-CURRENT-NETWORK        TO MRQ-NETWORK-NUMBER.
037890     MOVE WS-ESA-REDUCTION-AMT      TO MRQ-ESA-REDUCTION-AMT.
037892     IF LIVE-RUN  THEN
037894        WRITE MEDICAL-REVIEW-QUEUE-RECORD
037896     END-IF.
037900
037910     MOVE CX-CLAIM-NUMBER           TO PRCOUT-CLAIM-NUMBER.
037920     MOVE PPS-RTC                   TO PRCOUT-RTC.
038430        MOVE CX-CLAIM-NUM-DIALYSIS-SESSIONS TO TRN-SESSIONS
038440        CALL 'ESCALTRN'         USING TRAINING-HISTORY-REQUEST
038450                                      TRAINING-HISTORY-RECORD
038453        MOVE 'TRN'                  TO WS-POSTED-ACCUMULATOR
038456        PERFORM 2388-JOURNAL-ACCUM-POSTING
038460     END-IF.
038470/
038480******************************************************************
038940     MOVE CX-CLAIM-NUMBER           TO BIDX-CLAIM-NUMBER.
038950     MOVE CX-CLAIM-NUM-DIALYSIS-SESSIONS TO BIDX-SESSIONS.
038960     MOVE WS-TODAY                  TO BIDX-PRICED-DATE.
038970     IF LIVE-RUN  THEN
038973        WRITE BENE-DAY-INDEX-RECORD
038976     END-IF.
038980     IF WS-MBIX-COUNT < 100000  THEN
038990        ADD 1                       TO WS-MBIX-COUNT
039000        MOVE CX-MBI                 TO
039320     MOVE CX-REV-CODE               TO PIDX-REV-CODE.
039330     MOVE WS-TODAY                  TO PIDX-PRICED-DATE.
039340     MOVE WS-NORMALIZED-ACTION-CODE TO PIDX-CLAIM-ACTION-CODE.
039350     IF LIVE-RUN  THEN
039353        WRITE PRICED-INDEX-RECORD
039356     END-IF.
039360     IF WS-DUP-INDEX-COUNT < 100000  THEN
039370        ADD 1                       TO WS-DUP-INDEX-COUNT
039380        MOVE CX-CLAIM-NUMBER        TO WS-CKPT-KEY-CLAIM-NUMBER
039650        MOVE WS-DOS-YEAR            TO DED-YEAR
039660        MOVE PPS-DEDUCTIBLE-AMT     TO DED-AMOUNT
039670        CALL 'ESCALDED'         USING DEDUCTIBLE-HISTORY-REQUEST
039673        MOVE 'DED'                  TO WS-POSTED-ACCUMULATOR
039676        PERFORM 2388-JOURNAL-ACCUM-POSTING
039680     END-IF.
039690/
039700******************************************************************
040030     MOVE PPS-CALC-VERS-CD          TO PH-CALC-VERSION.
040040     MOVE PPS-DEDUCTIBLE-AMT        TO PH-DEDUCTIBLE-AMT.
040050     MOVE PPS-COINSURANCE-AMT       TO PH-COINSURANCE-AMT.
040060     MOVE 'N'                       TO PH-RELEASE-PATH.
040070     IF LIVE-RUN  THEN
040072        WRITE PRICED-HISTORY-RECORD
040074        ADD 1                       TO WS-HIST-WRITE-COUNT
040076     END-IF.
040080     IF PH-PPS-RTC < 50  THEN
040090        ADD PH-FINAL-PAY-AMT        TO WS-HIST-PAID-TOTAL
040100     END-IF.
040360 2393-WRITE-ONE-XREF.
040370     MOVE CX-LINE-ITEM-DATE-SERVICE (1:4) TO HX-GEN-YEAR.
040380     MOVE WS-TODAY                  TO HX-PRICED-DATE.
040390     IF LIVE-RUN  THEN
040400        WRITE HISTORY-XREF-RECORD
040410            INVALID KEY CONTINUE
040413        END-WRITE
040416     END-IF.
040420/
040430 2850-START-CLAIM-GROUP.
040440     MOVE PRCCLM-CLM-CLAIM-NUMBER   TO WS-GROUP-CLAIM-NUMBER.
040820*  FROM A REJECTED LINE, AND THE NET NEVER GOES BELOW ZERO -      *
040830*  A FEE BIGGER THAN WHAT THE SEQUESTRATION LEFT IS CAPPED AT     *
040840*  THAT REMAINDER.                                                *
040843*  THE ESA MONITORING REDUCTION (2212) COMES OFF FIRST; THE      *
040846*  SEQUESTRATION IS TAKEN ON WHAT IT LEAVES.                     *
040850******************************************************************
040860 2210-APPLY-REDUCTIONS.
040870     MOVE ZERO                      TO WS-SEQUESTRATION-AMT
040970               CX-LINE-ITEM-DATE-SERVICE <=
040980               WS-RED-END-DATE (WS-RED-SUB))  THEN
040990              COMPUTE WS-SEQUESTRATION-AMT  ROUNDED =
041000                 (PPS-FINAL-PAY-AMT - WS-ESA-REDUCTION-AMT) *
041010                 WS-RED-SEQ-PCT (WS-RED-SUB)
041020              COMPUTE WS-NETWORK-FEE-AMT  ROUNDED =
041030                 WS-RED-NETWORK-FEE (WS-RED-SUB) *
041060        END-PERFORM
041070        COMPUTE WS-NET-PAY-AMT =
041080           PPS-FINAL-PAY-AMT - WS-SEQUESTRATION-AMT -
041090           WS-ESA-REDUCTION-AMT - WS-NETWORK-FEE-AMT
041100        IF WS-NET-PAY-AMT < ZERO  THEN
041110           COMPUTE WS-NETWORK-FEE-AMT =
041120              PPS-FINAL-PAY-AMT - WS-SEQUESTRATION-AMT -
041125              WS-ESA-REDUCTION-AMT
041130           MOVE ZERO                TO WS-NET-PAY-AMT
041140        END-IF
041150        ADD WS-SEQUESTRATION-AMT    TO WS-TOTAL-SEQUESTRATION
041155        ADD WS-ESA-REDUCTION-AMT    TO WS-TOTAL-ESA-REDUCTION
041160        ADD WS-NETWORK-FEE-AMT      TO WS-TOTAL-NETWORK-FEE
041170        ADD WS-NET-PAY-AMT          TO WS-TOTAL-NET-PAY
041180*       THE WITHHELD FEE ACCUMULATES UNDER THE PROVIDER'S ESRD
041320     END-IF.
041330/
041340******************************************************************
041341*  ESA CLAIMS MONITORING POLICY.  WHEN THE BENEFICIARY'S         *
041342*  HEMOGLOBIN (OR, WHERE NONE WAS REPORTED, THE HEMATOCRIT) HAS  *
041343*  STAYED ABOVE THE ESACTL THRESHOLD FOR THE CONSECUTIVE BILLING *
041344*  MONTHS ENDING WITH THIS CLAIM'S, THE CLAIM'S ESA DRUG AMOUNT  *
041345*  IS PAID AT THE REDUCED RATE.  THE REDUCTION COMES OFF THE     *
041346*  LINE'S PAYMENT AHEAD OF THE OTHER POST-PRICING REDUCTIONS     *
041347*  (2210).  THE ESA LINE'S MODIFIERS SPEAK FOR THE FACILITY: EE  *
041348*  (THE DOSE WAS ALREADY CUT) EXEMPTS A LINE THE HISTORY WOULD   *
041349*  REDUCE, AND ED (THE THRESHOLD WAS EXCEEDED FOR THE REQUIRED   *
041350*  MONTHS) REDUCES ONE OUR HISTORY IS STILL TOO SHORT TO SHOW.   *
041351*  THE MONTH'S READING IS THEN POSTED TO THE HISTORY (ESCALESA)  *
041352*  WHETHER OR NOT AN ESA WAS BILLED, SO THE MONTHS ON END COUNT  *
041353*  ACROSS MONTHS WITHOUT THE DRUG.                               *
041354******************************************************************
041355 2212-APPLY-ESA-MONITORING.
041356     MOVE ZERO                      TO WS-ESA-REDUCTION-AMT
041357                                       WS-ESA-MONTHS-ABOVE.
041358     MOVE SPACE                     TO WS-ESA-BASIS.
041359     IF CX-HEMOGLOBIN-READING NUMERIC  AND
041360        CX-HEMATOCRIT-READING NUMERIC  THEN
041361        MOVE CX-HEMOGLOBIN-READING  TO WS-ESA-CLAIM-HGB
041362        MOVE CX-HEMATOCRIT-READING  TO WS-ESA-CLAIM-HCT
041363     ELSE
041364        MOVE ZERO                   TO WS-ESA-CLAIM-HGB
041365                                       WS-ESA-CLAIM-HCT
041366     END-IF.
041367     IF PPS-RTC < 50  AND  PPS-FINAL-PAY-AMT > ZERO  AND
041368        CX-ESA-HCPCS-CODE NOT = SPACES  AND
041369        CX-ESA-DRUG-AMT NUMERIC  AND
041370        CX-ESA-DRUG-AMT > ZERO  THEN
041371        PERFORM 2216-COUNT-ESA-MONTHS
041372        EVALUATE TRUE
041373           WHEN WS-ESA-MONTHS-ABOVE NOT <
041374                WS-ESA-CONSECUTIVE-MONTHS
041375              IF CX-ESA-MODIFIER (1) = 'EE'  OR
041376                 CX-ESA-MODIFIER (2) = 'EE'  THEN
041377                 MOVE 'E'           TO WS-ESA-BASIS
041378              ELSE
041379                 MOVE 'H'           TO WS-ESA-BASIS
041380              END-IF
041381           WHEN CX-ESA-MODIFIER (1) = 'ED'  OR
041382                CX-ESA-MODIFIER (2) = 'ED'
041383              MOVE 'D'              TO WS-ESA-BASIS
041384        END-EVALUATE
041385        IF ESA-REDUCED-BY-HISTORY  OR
041386           ESA-REDUCED-BY-MODIFIER  THEN
041387           COMPUTE WS-ESA-REDUCTION-AMT  ROUNDED =
041388              CX-ESA-DRUG-AMT * WS-ESA-REDUCTION-PCT / 100
041389           IF WS-ESA-REDUCTION-AMT > PPS-FINAL-PAY-AMT  THEN
041390              MOVE PPS-FINAL-PAY-AMT TO WS-ESA-REDUCTION-AMT
041391           END-IF
041392        END-IF
041393     END-IF.
041394     IF PPS-RTC < 50  AND
041395        (WS-ESA-CLAIM-HGB > ZERO  OR
041396         WS-ESA-CLAIM-HCT > ZERO)  THEN
041397        MOVE 'P'                    TO ESA-ACTION-CODE
041398        MOVE CX-MBI                 TO ESA-MBI
041399        MOVE CX-THRU-DATE (1:6)     TO ESA-READING-MONTH
041400        MOVE WS-ESA-CLAIM-HGB       TO ESA-HEMOGLOBIN
041401        MOVE WS-ESA-CLAIM-HCT       TO ESA-HEMATOCRIT
041402        MOVE CX-CLAIM-NUMBER        TO ESA-CLAIM-NUMBER
041403        CALL 'ESCALESA'          USING ESA-HISTORY-REQUEST
041404                                       ESA-READING-HISTORY-RECORD
041405        MOVE 'ESA'                  TO WS-POSTED-ACCUMULATOR
041406        PERFORM 2388-JOURNAL-ACCUM-POSTING
041407     END-IF.
041408/
041409******************************************************************
041410*  COUNT THE BILLING MONTHS ON END, BACK FROM THE CLAIM'S OWN,   *
041411*  WHOSE READING WAS ABOVE THE THRESHOLD.  THE CLAIM'S MONTH     *
041412*  TAKES THE CLAIM'S READING (OR, WITH NONE ON THE CLAIM, ONE    *
041413*  ALREADY POSTED FOR THE MONTH); EARLIER MONTHS COME FROM THE   *
041414*  HISTORY.  A MONTH WITH NO READING BREAKS THE RUN.             *
041415******************************************************************
041416 2216-COUNT-ESA-MONTHS.
041417     MOVE 'I'                       TO ESA-ACTION-CODE.
041418     MOVE CX-MBI                    TO ESA-MBI.
041419     CALL 'ESCALESA'             USING ESA-HISTORY-REQUEST
041420                                       ESA-READING-HISTORY-RECORD.
041421     IF ESA-RECORD-NOT-FOUND  THEN
041422        INITIALIZE ESA-READING-HISTORY-RECORD
041423     END-IF.
041424
041425     MOVE CX-THRU-DATE (1:6)        TO WS-ESA-MONTH-WANTED.
041426     MOVE WS-ESA-CLAIM-HGB          TO WS-ESA-TEST-HGB.
041427     MOVE WS-ESA-CLAIM-HCT          TO WS-ESA-TEST-HCT.
041428     MOVE 'N'                       TO WS-ESA-CHAIN-SWITCH.
041429     PERFORM 2217-TEST-ESA-MONTH
041430        UNTIL ESA-CHAIN-BROKEN
041431           OR WS-ESA-MONTHS-ABOVE NOT < WS-ESA-CONSECUTIVE-MONTHS.
041432/
041433 2217-TEST-ESA-MONTH.
041434     IF WS-ESA-TEST-HGB = ZERO  AND  WS-ESA-TEST-HCT = ZERO  THEN
041435        PERFORM 2219-FIND-ESA-MONTH
041436           VARYING WS-ESA-SUB FROM 1 BY 1
041437           UNTIL WS-ESA-SUB > ESAH-MONTH-COUNT
041438              OR WS-ESA-SUB > 12
041439     END-IF.
041440
041441     IF WS-ESA-TEST-HGB > WS-ESA-HEMOGLOBIN-LIMIT  OR
041442        (WS-ESA-TEST-HGB = ZERO  AND
041443         WS-ESA-TEST-HCT > WS-ESA-HEMATOCRIT-LIMIT)  THEN
041444        ADD 1                       TO WS-ESA-MONTHS-ABOVE
041445        IF WS-ESA-WANTED-MONTH = 1  THEN
041446           MOVE 12                  TO WS-ESA-WANTED-MONTH
041447           SUBTRACT 1             FROM WS-ESA-WANTED-YEAR
041448        ELSE
041449           SUBTRACT 1             FROM WS-ESA-WANTED-MONTH
041450        END-IF
041451        MOVE ZERO                   TO WS-ESA-TEST-HGB
041452                                       WS-ESA-TEST-HCT
041453     ELSE
041454        MOVE 'Y'                    TO WS-ESA-CHAIN-SWITCH
041455     END-IF.
041456/
041457 2219-FIND-ESA-MONTH.
041458     IF ESAH-READING-MONTH (WS-ESA-SUB) = WS-ESA-MONTH-WANTED-N
041459        THEN
041460        MOVE ESAH-HEMOGLOBIN (WS-ESA-SUB) TO WS-ESA-TEST-HGB
041461        MOVE ESAH-HEMATOCRIT (WS-ESA-SUB) TO WS-ESA-TEST-HCT
041462     END-IF.
041463/
041464******************************************************************
041465*  EVERY LINE THE POLICY TOUCHED - REDUCED, OR EXEMPTED BY THE   *
041466*  EE MODIFIER - GOES ON THE ESAMON LEDGER FOR THE MONTHLY       *
041467*  PROVIDER REPORT (ESCALESR), MARKED PAID OR HELD FOR REVIEW.   *
041468******************************************************************
041469 2213-WRITE-ESA-LEDGER.
041470     IF WS-ESA-BASIS NOT = SPACE  AND  LIVE-RUN  THEN
041471        MOVE SPACES                 TO
041472                                    ESA-MONITORING-LEDGER-RECORD
041473        MOVE CX-PROVIDER-NUMBER     TO ESAL-PROVIDER-NUMBER
041474        MOVE CX-CLAIM-NUMBER        TO ESAL-CLAIM-NUMBER
041475        MOVE CX-MBI                 TO ESAL-MBI
041476        MOVE CX-CLAIM-ACTION-CODE   TO ESAL-ACTION-CODE
041477        MOVE CX-THRU-DATE (1:6)     TO ESAL-READING-MONTH
041478        MOVE CX-LINE-ITEM-DATE-SERVICE TO ESAL-LINE-DATE-SERVICE
041479        MOVE WS-ESA-CLAIM-HGB       TO ESAL-HEMOGLOBIN
041480        MOVE WS-ESA-CLAIM-HCT       TO ESAL-HEMATOCRIT
041481        MOVE WS-ESA-MONTHS-ABOVE    TO ESAL-MONTHS-ABOVE
041482        MOVE CX-ESA-HCPCS-CODE      TO ESAL-ESA-HCPCS-CODE
041483        MOVE CX-ESA-NDC-CODE        TO ESAL-ESA-NDC-CODE
041484        MOVE CX-ESA-UNITS           TO ESAL-ESA-UNITS
041485        MOVE CX-ESA-MODIFIER (1)    TO ESAL-ESA-MODIFIER (1)
041486        MOVE CX-ESA-MODIFIER (2)    TO ESAL-ESA-MODIFIER (2)
041487        MOVE CX-ESA-DRUG-AMT        TO ESAL-ESA-DRUG-AMT
041488        MOVE WS-ESA-REDUCTION-PCT   TO ESAL-REDUCTION-PCT
041489        MOVE WS-ESA-REDUCTION-AMT   TO ESAL-REDUCTION-AMT
041490        MOVE WS-ESA-BASIS           TO ESAL-BASIS
041491        IF REVIEW-HOLD-LINE  THEN
041492           MOVE 'R'                 TO ESAL-PAY-STATUS
041493        ELSE
041494           MOVE 'P'                 TO ESAL-PAY-STATUS
041495        END-IF
041496        MOVE WS-TODAY               TO ESAL-PRICED-DATE
041497        WRITE ESA-MONITORING-LEDGER-RECORD
041498     END-IF.
041499/
041500******************************************************************
041501*  A PAID LINE THE POLICY REDUCED CARRIES A SECOND PRCOUT LINE,  *
041502*  TAGGED 'ESA REDUC', SHOWING THE ESA DRUG AMOUNT AND WHAT CAME *
041503*  OFF IT - THE DETAIL LINE'S NET ALREADY REFLECTS THE CUT.      *
041504******************************************************************
041505 2214-WRITE-ESA-OUTPUT-LINE.
041506     IF WS-ESA-REDUCTION-AMT > ZERO  THEN
041507        ADD 1                       TO WS-ESA-REDUCED-COUNT
041508        MOVE CX-CLAIM-NUMBER        TO PRCOUT-ES-CLAIM-NUMBER
041509        MOVE CX-ESA-HCPCS-CODE      TO PRCOUT-ES-HCPCS-CODE
041510        MOVE WS-ESA-BASIS           TO PRCOUT-ES-BASIS
041511        MOVE WS-ESA-MONTHS-ABOVE    TO PRCOUT-ES-MONTHS
041512        MOVE CX-ESA-DRUG-AMT        TO PRCOUT-ES-DRUG-AMT
041513        MOVE WS-ESA-REDUCTION-AMT   TO PRCOUT-ES-REDUCTION-AMT
041514        WRITE PRCOUT-RECORD  FROM PRCOUT-ESA-LINE
041515     END-IF.
041516/
041517******************************************************************
041518*  PROMPT-PAYMENT INTEREST - A CLEAN CLAIM PRICED PAST THE        *
041519*  DEADLINE IN EFFECT FOR ITS RECEIPT DATE EARNS SIMPLE INTEREST  *
041520*  ON ITS NET PAYMENT FOR THE DAYS PAST THE DEADLINE, PAID WITH   *
041521*  THE CLAIM.  NOTHING ACCRUES ON A REJECT, A ZERO NET, OR A      *
041522*  CLAIM WITH NO RECEIPT DATE.                                    *
041523*  A DEADLINE FALLING ON A DAY THAT IS NOT A BUSINESS DAY RUNS   *
041524*  TO THE NEXT ONE (ESCALBDY 'R'); THE LATE DAYS ARE CALENDAR    *
041525*  DAYS PAST THAT.                                               *
041526******************************************************************
041527 2215-APPLY-PROMPT-PAY-INTEREST.
041528     MOVE ZERO                      TO WS-INTEREST-AMT.
041529
041530*    NO INTEREST ON AN ADJUSTMENT'S REPRICED LEG - THE ORIGINAL
041531*    PAYMENT ALREADY EARNED WHATEVER INTEREST ITS LATENESS OWED,
041532*    AND PAYING AGAIN ON THE FULL REPRICED NET WOULD DOUBLE IT.
041533*    INTEREST ON THE INCREMENTAL AMOUNT OF AN UNDERPAYMENT
041534*    REMAINS THE QUARTERLY MANUAL REVIEW'S CALL.
041535     IF PPS-RTC < 50  AND  WS-NET-PAY-AMT > ZERO  AND
041536        CX-ACTION-ORIGINAL  AND
041537        CX-CLAIM-RECEIPT-DATE NUMERIC  AND
041538        CX-CLAIM-RECEIPT-DATE > ZERO  THEN
041539        PERFORM VARYING WS-PPI-SUB FROM 1 BY 1
041540           UNTIL WS-PPI-SUB > WS-PPI-COUNT
041550           IF CX-CLAIM-RECEIPT-DATE >=
041560              WS-PPI-EFF-DATE (WS-PPI-SUB)  AND
041570              (WS-PPI-END-DATE (WS-PPI-SUB) = ZERO  OR
041580               CX-CLAIM-RECEIPT-DATE <=
041590               WS-PPI-END-DATE (WS-PPI-SUB))  THEN
041600              COMPUTE WS-DEADLINE-INT =
041601                 FUNCTION INTEGER-OF-DATE(CX-CLAIM-RECEIPT-DATE) +
041602                 WS-PPI-DEADLINE-DAYS (WS-PPI-SUB)
041603              COMPUTE WS-DEADLINE-DATE =
041604                 FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT)
041605              MOVE 'R'              TO BDY-FUNCTION
041606              MOVE WS-DEADLINE-DATE TO BDY-FROM-DATE
041607              CALL 'ESCALBDY'    USING BUSINESS-DAY-REQUEST
041608              IF BDY-REQUEST-OK  THEN
041609                 COMPUTE WS-DEADLINE-INT =
041610                    FUNCTION INTEGER-OF-DATE(BDY-RESULT-DATE)
041611              END-IF
041612              COMPUTE WS-LATE-DAYS =
041613                 FUNCTION INTEGER-OF-DATE(WS-TODAY) -
041620                 WS-DEADLINE-INT
041630              IF WS-LATE-DAYS > ZERO  THEN
041680                 COMPUTE WS-INTEREST-AMT  ROUNDED =
041690                    (WS-NET-PAY-AMT *
041700                     WS-PPI-ANNUAL-RATE (WS-PPI-SUB) *
042190              MOVE WS-WITHHOLD-AMT  TO WLG-WITHHELD-AMT
042200              MOVE 'H'              TO WLG-STATUS
042210              MOVE ZERO             TO WLG-PAID-DATE
042220              IF LIVE-RUN  THEN
042223                 WRITE WITHHELD-FUNDS-RECORD
042226              END-IF
042230           END-IF
042240        END-IF
042250     END-IF.
044430*  RTC MAPS TO THE STANDARD CLAIM ADJUSTMENT REASON CODE THE      *
044440*  DOWNSTREAM REMITTANCE LOADER EXPECTS: PAID LINES CARRY 045     *
044450*  (CHARGE EXCEEDS FEE SCHEDULE), DUPLICATES 018, BENEFICIARY     *
044460*  IDENTITY/ENTITLEMENT REJECTS 031, SERVICE AFTER THE DATE OF   *
044470*  DEATH 013, A MEDICARE ADVANTAGE ENROLLEE 024 (COVERED UNDER A *
044472*  MANAGED CARE PLAN), A GROUP PLAN PRIMARY IN THE ESRD          *
044474*  COORDINATION PERIOD 022 (COVERED BY ANOTHER PAYER),           *
044476*  EVERYTHING ELSE 016 (CLAIM LACKS INFORMATION).                *
044480******************************************************************
044490 2395-WRITE-REMIT-DETAIL.
044500     ADD 1                          TO WS-REMIT-DETAIL-COUNT.
044760           MOVE SPACE               TO REM-DUAL-CROSSOVER-IND
044770        END-IF
044780        MOVE WS-WITHHOLD-AMT        TO REM-WITHHOLD-AMT
044782        MOVE WS-SEQUESTRATION-AMT   TO REM-SEQUESTRATION-AMT
044784        MOVE WS-NETWORK-FEE-AMT     TO REM-NETWORK-FEE-AMT
044786        MOVE WS-INTEREST-AMT        TO REM-INTEREST-AMT
044788        MOVE WS-ESA-REDUCTION-AMT   TO REM-ESA-REDUCTION-AMT
044790*       A FULL SUSPENSION HELD THE OUTLIER TOO - IT MUST NOT
044800*       FLOW TO THE FUNDING THROUGH THE REMIT'S OUTLIER FIELD.
044810        IF WS-WITHHOLD-AMT > ZERO  AND
045020                                       REM-ANCILLARY-AMT
045030        MOVE SPACE                  TO REM-DUAL-CROSSOVER-IND
045040        MOVE ZERO                   TO REM-WITHHOLD-AMT
045042                                       REM-SEQUESTRATION-AMT
045044                                       REM-NETWORK-FEE-AMT
045046                                       REM-INTEREST-AMT
045048                                       REM-ESA-REDUCTION-AMT
045050        IF WS-RCM-CARC (PPS-RTC + 1) NOT = SPACES  THEN
045060           MOVE WS-RCM-CARC (PPS-RTC + 1) TO REM-CARC-CODE
045070        ELSE
045080           EVALUATE TRUE
045090              WHEN PPS-RTC = 95
045100                 MOVE '018'         TO REM-CARC-CODE
045101              WHEN PPS-RTC = 90
045102                 MOVE '013'         TO REM-CARC-CODE
045103              WHEN PPS-RTC = 87
045104                 MOVE '024'         TO REM-CARC-CODE
045105              WHEN PPS-RTC = 86
045106                 MOVE '022'         TO REM-CARC-CODE
045110              WHEN PPS-RTC = 91  OR  92
045120                 MOVE '031'         TO REM-CARC-CODE
045130              WHEN OTHER
045140                 MOVE '016'         TO REM-CARC-CODE
045150           END-EVALUATE
045160        END-IF
045170     END-IF.
045180     IF LIVE-RUN  THEN
045183        WRITE REMIT-DETAIL-RECORD
045186     END-IF.
045190/
045200******************************************************************
045210*  ONE CROSSOVER DETAIL PER PAID DUAL-ELIGIBLE CLAIM - THE       *
045400           PPS-FINAL-PAY-AMT + PPS-OUT-PAYMENT-AMT
045410        MOVE PPS-DEDUCTIBLE-AMT     TO XOV-DEDUCTIBLE-AMT
045420        MOVE PPS-COINSURANCE-AMT    TO XOV-COINSURANCE-AMT
045430        IF LIVE-RUN  THEN
045433           WRITE XOV-DETAIL-RECORD
045436        END-IF
045440     END-IF.
045450/
045460******************************************************************
047330     END-IF.
047340/
047350******************************************************************
047351*  DERIVED OUTLIER MAP - THE IMPUTED MAP BUILT HERE FROM THE     *
047352*  CLAIM'S SEPARATELY-BILLABLE LINES, EACH LINE ON THE OUTLIER   *
047353*  SERVICES LIST PRICED AT ITS UNITS TIMES THE FIXED LIST PRICE  *
047354*  OR THE ASP RATE (ESCALSBX) IN EFFECT ON ITS DATE OF SERVICE.  *
047355*  DONE ONCE PER CLAIM, ON THE LINE CARRYING THE CLAIM-LEVEL     *
047356*  AMOUNTS.  A DERIVED FIGURE OFF THE BILLED TOTAL BY MORE THAN  *
047357*  THE TOLERANCE IS REPORTED (RTC 70), AS IS A LISTED LINE WITH  *
047358*  NO PRICE IN EFFECT; WHEN THE CONTROL RECORD SAYS SO AND EVERY *
047359*  LISTED LINE PRICED, THE PRICER IS GIVEN THE DERIVED MAP.  THE *
047360*  EXTRACT KEEPS THE BILLED TOTAL, SO THE TRAILER HASH STILL     *
047361*  PROVES.  A CLAIM WITH NO 'S' LINES (RECYCLED FROM SUSPENSE OR *
047362*  REVIEW) PRICES ON THE BILLED TOTAL AS BEFORE.                 *
047363******************************************************************
047364 2232-DERIVE-OUTLIER-MAP.
047365     IF WS-MAP-DONE-CLAIM-NUMBER = CX-CLAIM-NUMBER  THEN
047366*       THE CLAIM'S OUTLIER AMOUNT WAS ALREADY PRICED ONCE - A
047367*       LATER LINE MUST NOT CARRY THE BILLED TOTAL IN AGAIN.
047368        IF MAP-DERIVED-SUBSTITUTED  THEN
047369           MOVE ZERO                TO B-TOT-PRICE-SB-OUTLIER
047370        END-IF
047371     ELSE
047372     IF WS-SBL-CLAIM-NUMBER = CX-CLAIM-NUMBER  AND
047373        (CX-TOT-PRICE-SB-OUTLIER > ZERO  OR
047374         CX-CLAIM-NUM-DIALYSIS-SESSIONS > ZERO)  THEN
047375        MOVE CX-CLAIM-NUMBER        TO WS-MAP-DONE-CLAIM-NUMBER
047376        MOVE 'N'                    TO WS-MAP-SUBSTITUTED-SWITCH
047377        IF SBL-TABLE-OVERFLOWED  THEN
047378           MOVE CX-CLAIM-NUMBER     TO EXCQ-CLAIM-NUMBER
047379           MOVE 70                  TO EXCQ-RTC
047380           MOVE 'OVER 50 SB LINES - MAP NOT DERIVED' TO
047381                                    EXCQ-REASON-TEXT
047382           WRITE EXCQ-RECORD  FROM EXCQ-DETAIL-LINE
047383        ELSE
047384           MOVE ZERO                TO WS-MAP-DERIVED-AMT
047385           MOVE 'N'                 TO WS-MAP-UNPRICED-SWITCH
047386           PERFORM 2233-PRICE-ONE-SB-LINE
047387              VARYING WS-SBL-SUB FROM 1 BY 1
047388              UNTIL WS-SBL-SUB > WS-SBL-COUNT
047389           COMPUTE WS-MAP-DIFF-AMT =
047390              WS-MAP-DERIVED-AMT - CX-TOT-PRICE-SB-OUTLIER
047391           IF WS-MAP-DIFF-AMT < ZERO  THEN
047392              COMPUTE WS-MAP-DIFF-AMT = ZERO - WS-MAP-DIFF-AMT
047393           END-IF
047394           IF WS-MAP-DIFF-AMT > WS-MAP-TOLERANCE-AMT  THEN
047395              ADD 1                 TO WS-MAP-DIFF-COUNT
047396              MOVE CX-TOT-PRICE-SB-OUTLIER TO WS-MAP-BILLED-EDIT
047397              MOVE WS-MAP-DERIVED-AMT TO WS-MAP-DERIVED-EDIT
047398              MOVE SPACES           TO WS-MAP-EXCQ-TEXT
047399              STRING 'MAP BILLED ' WS-MAP-BILLED-EDIT
047400                 ' DERIVED ' WS-MAP-DERIVED-EDIT
047401                 DELIMITED BY SIZE  INTO WS-MAP-EXCQ-TEXT
047402              MOVE CX-CLAIM-NUMBER  TO EXCQ-CLAIM-NUMBER
047403              MOVE 70               TO EXCQ-RTC
047404              MOVE WS-MAP-EXCQ-TEXT TO EXCQ-REASON-TEXT
047405              WRITE EXCQ-RECORD  FROM EXCQ-DETAIL-LINE
047406           END-IF
047407           IF PRICE-OFF-DERIVED-MAP  AND
047408              NOT MAP-LINE-UNPRICED  AND
047409              WS-MAP-DERIVED-AMT NOT > 9999999.99  THEN
047410              MOVE WS-MAP-DERIVED-AMT TO B-TOT-PRICE-SB-OUTLIER
047411              MOVE 'Y'              TO WS-MAP-SUBSTITUTED-SWITCH
047412              ADD 1                 TO WS-MAP-USED-COUNT
047413           END-IF
047414        END-IF
047415     END-IF
047416     END-IF.
047417/
047418******************************************************************
047419*  ONE TABLED LINE - ITS HCPCS FIRST, THEN ITS NDC WHEN THE      *
047420*  HCPCS IS BLANK OR NOT ON THE LIST.  A LINE NOT ON THE LIST IS *
047421*  NOT AN OUTLIER SERVICE AND ADDS NOTHING.                      *
047422******************************************************************
047423 2233-PRICE-ONE-SB-LINE.
047424     MOVE 'N'                       TO SBX-ON-LIST-SWITCH.
047425     MOVE WS-SBL-SERVICE-DATE (WS-SBL-SUB) TO SBX-DATE-OF-SERVICE.
047426     IF WS-SBL-HCPCS-CODE (WS-SBL-SUB) NOT = SPACES  THEN
047427        MOVE WS-SBL-HCPCS-CODE (WS-SBL-SUB) TO SBX-SERVICE-CODE
047428        CALL 'ESCALSBX'          USING SB-SERVICE-PRICE-REQUEST
047429     END-IF.
047430     IF SBX-NOT-ON-LIST  AND
047431        WS-SBL-NDC-CODE (WS-SBL-SUB) NOT = SPACES  THEN
047432        MOVE WS-SBL-NDC-CODE (WS-SBL-SUB) TO SBX-SERVICE-CODE
047433        CALL 'ESCALSBX'          USING SB-SERVICE-PRICE-REQUEST
047434     END-IF.
047435     IF SBX-ON-LIST  THEN
047436        IF SBX-NOT-PRICED  THEN
047437           MOVE 'Y'                 TO WS-MAP-UNPRICED-SWITCH
047438           MOVE SPACES              TO WS-MAP-EXCQ-TEXT
047439           STRING 'NO PRICE IN EFFECT FOR ' SBX-SERVICE-CODE
047440              DELIMITED BY SIZE  INTO WS-MAP-EXCQ-TEXT
047441           MOVE CX-CLAIM-NUMBER     TO EXCQ-CLAIM-NUMBER
047442           MOVE 70                  TO EXCQ-RTC
047443           MOVE WS-MAP-EXCQ-TEXT    TO EXCQ-REASON-TEXT
047444           WRITE EXCQ-RECORD  FROM EXCQ-DETAIL-LINE
047445        ELSE
047446           IF SBX-PRICED-AT-ASP  THEN
047447              COMPUTE WS-MAP-LINE-AMT ROUNDED =
047448                 WS-SBL-UNITS (WS-SBL-SUB) * SBX-UNIT-PRICE *
047449                 WS-MAP-ASP-PERCENT / 100
047450           ELSE
047451              COMPUTE WS-MAP-LINE-AMT ROUNDED =
047452                 WS-SBL-UNITS (WS-SBL-SUB) * SBX-UNIT-PRICE
047453           END-IF
047454           ADD WS-MAP-LINE-AMT      TO WS-MAP-DERIVED-AMT
047455        END-IF
047456     END-IF.
047457/
047458******************************************************************
047459*  DERIVE COMORBID CATEGORIES FROM THE RAW ICD-10 DIAGNOSES.      *
047460*  EVERY DIAGNOSIS THAT MAPS TO A PAYMENT CATEGORY MUST BE        *
047461*  REFLECTED IN COMORBID-DATA - ONE THAT IS NOT IS ADDED TO THE   *
047462*  FIRST EMPTY SLOT (SO THE CLAIM PAYS WHAT THE DIAGNOSES         *
047463*  SUPPORT) AND REPORTED WITH RTC 67 SO THE UPSTREAM MAPPING GAP  *
047464*  GETS FIXED.                                                    *
047465******************************************************************
047466 2220-DERIVE-COMORBID-DATA.
047467     PERFORM VARYING WS-DIAG-SUB FROM 1 BY 1
047468        UNTIL WS-DIAG-SUB > 10
047469        IF CX-DIAG-CODE (WS-DIAG-SUB) NOT = SPACES  THEN
047470           MOVE CX-DIAG-CODE (WS-DIAG-SUB) TO ICX-DIAG-CODE
047480           MOVE CX-LINE-ITEM-DATE-SERVICE TO ICX-DATE-OF-SERVICE
047490           CALL 'ESCALICX'      USING ICD-MAP-LOOKUP-REQUEST
048290        ADD 1                       TO WS-CHECKPOINT-COUNT
048300        MOVE WS-CKPT-KEY            TO
048310           WS-CHECKPOINT-ENTRY (WS-CHECKPOINT-COUNT)
048320        IF LIVE-RUN  THEN
048330           MOVE WS-CKPT-KEY         TO CHECKPOINT-RECORD
048333           WRITE CHECKPOINT-RECORD
048336        END-IF
048340     ELSE
048350        MOVE 'Y'                    TO WS-FILE-ERROR-SWITCH
048360        MOVE 'Y'                    TO WS-CLAIM-EOF-SWITCH
048700     MOVE CLAIM-EXTRACT-RECORD      TO SUS-CLAIM-EXTRACT-IMAGE.
048710     MOVE PPS-RTC                   TO SUS-PPS-RTC.
048720     MOVE WS-TODAY                  TO SUS-REJECT-DATE.
048730     IF LIVE-RUN  THEN
048733        WRITE SUSPENSE-RECORD
048736     END-IF.
048740/
048750******************************************************************
048760*  EVERY ADJUDICATED LINE GETS A STATUS LINE ON THE FISS         *
048810     MOVE SPACES                    TO ACK-DETAIL-RECORD.
048820     MOVE 'D'                       TO ACK-RECORD-TYPE.
048830     MOVE CX-CLAIM-NUMBER           TO ACK-CLAIM-NUMBER.
048835     MOVE CX-PROVIDER-NUMBER        TO ACK-PROVIDER-NUMBER.
048840     MOVE CX-REV-CODE               TO ACK-REV-CODE.
048850     MOVE CX-LINE-ITEM-DATE-SERVICE TO
048860                                    ACK-LINE-ITEM-DATE-SERVICE.
048900        MOVE 'R'                    TO ACK-STATUS
048910     END-IF.
048920     MOVE PPS-RTC                   TO ACK-RTC.
048930     IF LIVE-RUN  THEN
048933        WRITE ACK-DETAIL-RECORD
048936     END-IF.
048940/
048950******************************************************************
048960*  ONE MBI-KEYED CROSS-REFERENCE ENTRY PER ADJUDICATED LINE -    *
049060     MOVE CX-REV-CODE               TO BHX-REV-CODE.
049070     MOVE WS-TODAY                  TO BHX-PRICED-DATE.
049080     MOVE CX-PROVIDER-NUMBER        TO BHX-PROVIDER-NUMBER.
049085     MOVE CX-MSP-INDICATOR          TO BHX-MSP-INDICATOR.
049090     MOVE PPS-RTC                   TO BHX-PPS-RTC.
049100     IF PPS-RTC < 50  THEN
049110*       WHAT THE PROGRAM PAID IS THE FINAL PAYMENT PLUS THE
049190                                       BHX-DEDUCTIBLE-AMT
049200                                       BHX-COINSURANCE-AMT
049210     END-IF.
049220     IF LIVE-RUN  THEN
049230        WRITE BENE-HISTORY-XREF-RECORD
049240            INVALID KEY CONTINUE
049243        END-WRITE
049246     END-IF.
049250/
049260******************************************************************
049270*  THE TRAILER ACKNOWLEDGMENT CLOSES THE LOOP: COUNTS READ       *
049980                    CONTINUE
049990                 ELSE
050000                 PERFORM 2860-CLOSE-CLAIM-GROUP
050010                 MOVE SPACES        TO WS-SBL-CLAIM-NUMBER
050011                                       WS-MAP-DONE-CLAIM-NUMBER
050012                 MOVE ZERO          TO WS-SBL-COUNT
050013                 MOVE 'N'           TO WS-SBL-OVERFLOW-SWITCH
050014                 IF PRCCLM-CLM-PROVIDER-NUMBER NOT <
050015                    WS-PARTITION-LOW-PROVIDER  AND
050016                    PRCCLM-CLM-PROVIDER-NUMBER NOT >
050017                    WS-PARTITION-HIGH-PROVIDER  THEN
050018                    PERFORM 2850-START-CLAIM-GROUP
050019                 END-IF
050020                 END-IF
050021              WHEN SBL-IS-SB-LINE
050022                 IF TRANSMISSION-NOT-SKIPPED  AND
050023                    SBL-PROVIDER-NUMBER NOT <
050024                    WS-PARTITION-LOW-PROVIDER  AND
050025                    SBL-PROVIDER-NUMBER NOT >
050026                    WS-PARTITION-HIGH-PROVIDER  THEN
050027                    PERFORM 2920-TABLE-SB-LINE
050028                 END-IF
050030              WHEN OTHER
050040                 IF TRANSMISSION-SKIPPED  THEN
050050                    ADD 1           TO WS-TRANS-SKIPPED-COUNT
050051                    ADD 1           TO WS-TRANS-CLAIMS-IN
050052                    ADD CX-TOT-PRICE-SB-OUTLIER TO
050053                                    WS-TRANS-HASH-TOTAL
050054                 ELSE
050055*                ANOTHER PARTITION'S LINE STILL COUNTS TOWARD THE
050056*                TRANSMISSION'S TRAILER PROOF, AND NOWHERE ELSE.
050057                 IF CX-PROVIDER-NUMBER <
050058                    WS-PARTITION-LOW-PROVIDER  OR
050059                    CX-PROVIDER-NUMBER >
050060                    WS-PARTITION-HIGH-PROVIDER  THEN
050061                    ADD 1           TO WS-OUTSIDE-PARTITION-COUNT
050062                    ADD 1           TO WS-TRANS-CLAIMS-IN
050070                    ADD CX-TOT-PRICE-SB-OUTLIER TO
050080                                    WS-TRANS-HASH-TOTAL
050090                 ELSE
050200                 END-IF
050210                 MOVE 'Y'           TO WS-DETAIL-READY-SWITCH
050220                 END-IF
050225                 END-IF
050230           END-EVALUATE
050240     END-READ.
050241/
050242******************************************************************
050243*  TABLE ONE OF THE CLAIM'S SEPARATELY-BILLABLE LINES ('S')      *
050244*  FOR THE DERIVED MAP (2232).  THEY FOLLOW THE CLAIM HEADER, SO *
050245*  A NEW CLAIM NUMBER STARTS A FRESH TABLE; A CLAIM WITH MORE    *
050246*  LINES THAN THE TABLE HOLDS IS FLAGGED AND NOT DERIVED.        *
050247******************************************************************
050248 2920-TABLE-SB-LINE.
050249     IF SBL-CLAIM-NUMBER NOT = WS-SBL-CLAIM-NUMBER  THEN
050250        MOVE SBL-CLAIM-NUMBER       TO WS-SBL-CLAIM-NUMBER
050251        MOVE ZERO                   TO WS-SBL-COUNT
050252        MOVE 'N'                    TO WS-SBL-OVERFLOW-SWITCH
050253     END-IF.
050254     IF WS-SBL-COUNT < 50  THEN
050255        ADD 1                       TO WS-SBL-COUNT
050256        MOVE WS-SBL-COUNT           TO WS-SBL-SUB
050257        MOVE SBL-LINE-NUMBER        TO
050258           WS-SBL-LINE-NUMBER (WS-SBL-SUB)
050259        MOVE SBL-HCPCS-CODE         TO
050260           WS-SBL-HCPCS-CODE (WS-SBL-SUB)
050261        MOVE SBL-NDC-CODE           TO
050262           WS-SBL-NDC-CODE (WS-SBL-SUB)
050263        MOVE SBL-SERVICE-DATE       TO
050264           WS-SBL-SERVICE-DATE (WS-SBL-SUB)
050265        MOVE SBL-UNITS              TO WS-SBL-UNITS (WS-SBL-SUB)
050266     ELSE
050267        MOVE 'Y'                    TO WS-SBL-OVERFLOW-SWITCH
050268     END-IF.
050269/
050270******************************************************************
050271*  THE TRAILER RECORD CLOSES OUT THE FILE WITH THE CLAIM COUNT    *
050280*  AND THE HASH TOTAL OF CX-TOT-PRICE-SB-OUTLIER FISS COMPUTED ON *
050290*  ITS END - RECONCILING THOSE AGAINST WHAT WAS ACTUALLY READ     *
050300*  CATCHES A TRANSMISSION THAT DROPPED OR DUPLICATED RECORDS      *
050690        MOVE 'R'                    TO ACK-TRL-STATUS
050700     END-IF.
050710     MOVE WS-TRANS-REASON-TEXT      TO ACK-TRL-REASON-TEXT.
050720     IF WRITES-TRANSMISSION-ACKS  AND  LIVE-RUN  THEN
050723        WRITE ACK-TRAILER-RECORD
050726     END-IF.
050730
050740     IF WS-TRANS-SEQ >= 1  AND  WS-TRANS-SEQ <= 10  THEN
050750        MOVE WS-TRANS-CLAIMS-IN     TO
051120     MOVE WS-TOTAL-WITHHELD         TO CTL-TOTAL-WITHHELD.
051130     MOVE WS-UNKNOWN-CCN-COUNT      TO CTL-UNKNOWN-CCN.
051140     MOVE WS-TERMINATED-COUNT       TO CTL-TERMINATED-CCN.
051142     MOVE WS-DEATH-REJECT-COUNT     TO CTL-DEATH-REJECTS.
051144     MOVE WS-MA-REJECT-COUNT        TO CTL-MA-REJECTS.
051146     MOVE WS-MSP-REJECT-COUNT       TO CTL-MSP-REJECTS.
051148     MOVE WS-REISSUED-MBI-COUNT     TO CTL-REISSUED-MBI.
051150     MOVE WS-TOTAL-ANCILLARY-AMT    TO CTL-TOTAL-ANCILLARY.
051160     MOVE WS-REVERSED-AMT-TOTAL     TO CTL-REVERSED-AMT.
051170     MOVE WS-REVERSAL-COUNT         TO CTL-REVERSAL-COUNT.
051200     MOVE WS-TOTAL-SEQUESTRATION    TO CTL-TOTAL-SEQUESTRATION.
051210     MOVE WS-TOTAL-NETWORK-FEE      TO CTL-TOTAL-NETWORK-FEE.
051220     MOVE WS-TOTAL-NET-PAY          TO CTL-TOTAL-NET-PAY.
051222     MOVE WS-TOTAL-ESA-REDUCTION    TO CTL-TOTAL-ESA-REDUCTION.
051224     MOVE WS-ESA-REDUCED-COUNT      TO CTL-ESA-REDUCED.
051226     MOVE WS-MAP-DIFF-COUNT         TO CTL-MAP-DIFFERENCES.
051228     MOVE WS-MAP-USED-COUNT         TO CTL-MAP-USED.
051230     MOVE WS-TOTAL-TPNIES-AMT       TO CTL-TOTAL-TPNIES-AMT.
051240     MOVE WS-TOTAL-INTEREST         TO CTL-TOTAL-INTEREST.
051250     PERFORM 2070-COMPUTE-THROUGHPUT.
051300     MOVE WS-HEARTBEAT-COUNT        TO CTL-HEARTBEAT-COUNT.
051310     MOVE WS-TOTAL-FINAL-PAY-AMT    TO CTL-TOTAL-FINAL-PAY-AMT.
051320     MOVE WS-TOTAL-TDAPA-AMT        TO CTL-TOTAL-TDAPA-AMT.
051321     MOVE WS-OUTSIDE-PARTITION-COUNT TO CTL-OUTSIDE-PARTITION.
051322     MOVE WS-PARTITION-NUMBER       TO CTL-PART-NUMBER.
051323     MOVE WS-PARTITION-COUNT        TO CTL-PART-COUNT.
051324     MOVE WS-PARTITION-LOW-PROVIDER TO CTL-PART-LOW-PROVIDER.
051325     MOVE WS-PARTITION-HIGH-PROVIDER TO CTL-PART-HIGH-PROVIDER.
051330
051340     WRITE CTLRPT-RECORD  FROM CTL-HEADING-1.
051341     IF PARTITIONED-RUN  THEN
051342        WRITE CTLRPT-RECORD  FROM CTL-PARTITION-LINE
051343     END-IF.
051344     IF SHADOW-RUN  THEN
051345        MOVE WS-SHADOW-LABEL        TO CTL-SHADOW-LABEL
051346        WRITE CTLRPT-RECORD  FROM CTL-SHADOW-LINE
051347     END-IF.
051350     WRITE CTLRPT-RECORD  FROM CTL-HDR-LINE-1.
051360     WRITE CTLRPT-RECORD  FROM CTL-HDR-LINE-2.
051370     WRITE CTLRPT-RECORD  FROM CTL-HDR-LINE-3.
051580     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-17.
051590     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-18.
051600     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-19.
051601     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-20.
051602     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-21.
051603     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-22.
051604     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-23.
051605     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-25.
051606     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-26.
051607     WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-27.
051608     IF PARTITIONED-RUN  THEN
051609        WRITE CTLRPT-RECORD  FROM CTL-CLAIMS-LINE-24
051610     END-IF.
051611     WRITE CTLRPT-RECORD  FROM CTL-ADJ-LINE-1.
051620     WRITE CTLRPT-RECORD  FROM CTL-ADJ-LINE-2.
051630     WRITE CTLRPT-RECORD  FROM CTL-ADJ-LINE-3.
051640     WRITE CTLRPT-RECORD  FROM CTL-AMOUNT-LINE-1.
051670     WRITE CTLRPT-RECORD  FROM CTL-AMOUNT-LINE-3.
051680     WRITE CTLRPT-RECORD  FROM CTL-AMOUNT-LINE-4.
051690     WRITE CTLRPT-RECORD  FROM CTL-AMOUNT-LINE-7.
051695     WRITE CTLRPT-RECORD  FROM CTL-AMOUNT-LINE-10.
051700     WRITE CTLRPT-RECORD  FROM CTL-AMOUNT-LINE-8.
051710     WRITE CTLRPT-RECORD  FROM CTL-AMOUNT-LINE-9.
051720     WRITE CTLRPT-RECORD  FROM CTL-THRUPUT-LINE-1.
052300     MOVE WS-HIST-WRITE-COUNT       TO TOT-HISTORY-COUNT.
052310     MOVE WS-HIST-PAID-TOTAL        TO TOT-HISTORY-PAID-TOTAL.
052315     MOVE WS-GL-EMITTED-TOTAL       TO TOT-GL-POSTED-TOTAL.
052316     MOVE WS-PARTITION-NUMBER       TO TOT-PARTITION-NUMBER.
052317     MOVE WS-PARTITION-COUNT        TO TOT-PARTITION-COUNT.
052318     IF PARTITIONED-RUN  THEN
052319        MOVE WS-PARTITION-LOW-PROVIDER  TO TOT-LOW-PROVIDER
052320        MOVE WS-PARTITION-HIGH-PROVIDER TO TOT-HIGH-PROVIDER
052321     END-IF.
052322     COMPUTE TOT-CLAIMS-READ =
052323        WS-CLAIMS-IN-COUNT + WS-OUTSIDE-PARTITION-COUNT.
052324     MOVE WS-FILE-ERROR-SWITCH      TO TOT-INTEGRITY-SWITCH.
052325     MOVE WS-ACK-REASON-TEXT        TO TOT-ACK-REASON-TEXT.
052326     WRITE RUN-TOTALS-RECORD.
052330     CLOSE RUN-TOTALS-OUT.
052340/
052350******************************************************************
053490/
053500 5000-TERMINATE.
053510     PERFORM 5100-RECORD-RUN-END.
053512     IF STEP-REGISTERED  THEN
053514        PERFORM 0850-REGISTER-STEP-END
053516     END-IF.
053520     IF CONTINGENCY-ARMED  THEN
053530        CLOSE AVERAGE-FILE
053540        IF LIVE-RUN  THEN
053543           CLOSE INTERIM-PAID-OUT
053546        END-IF
053550     END-IF.
053560     CLOSE DAILY-CLAIM-IN
053570           PRICED-CLAIM-OUT
053580           EXCEPTION-QUEUE-OUT
053650           RUN-STATUS-OUT
053740           RUN-CONTROL-FILE
053760           CONTROL-TOTALS-RPT.
053761     IF LIVE-RUN  THEN
053762        MOVE 'C'                    TO HSHX-FUNCTION
053763        CALL 'ESCALHSH'          USING AUDIT-CHAIN-REQUEST
053764                                       AUDIT-LOG-RECORD
053765        CLOSE CHECKPOINT-OUT
053766              PRICED-INDEX-OUT
053767              PRICED-HISTORY-OUT
053768              REMIT-EXTRACT-OUT
053769              GL-EXTRACT-OUT
053770              SUSPENSE-OUT
053771              ACKNOWLEDGMENT-OUT
053772              REVIEW-QUEUE-OUT
053773              WAIVER-USAGE-OUT
053774              ESA-MONITORING-OUT
053775              BENE-HISTORY-XREF
053776              BENE-INDEX-OUT
053777              CROSSOVER-OUT
053778              WITHHELD-FUNDS-OUT
053779              AUDIT-LOG-STORE
053780              HISTORY-XREF
053781     END-IF.
053782     IF LIVE-RUN  AND  PARTITIONED-RUN  THEN
053783        CLOSE ACCUM-POSTING-OUT
053784     END-IF.
053785/
053786******************************************************************
053790*  RECORD HOW THE RUN ENDED AND ROLL THE ANCHOR FORWARD.  A      *
053800*  REFUSED RUN TOUCHES NOTHING - THE COMPLETED RECORD THAT       *
053810*  REFUSED IT STAYS AS IT WAS.  THE ANCHOR MOVES TO TODAY        *
053820*  WHENEVER THE OUTPUT FILES ROLLED, CLEAN END OR NOT, BECAUSE   *
053830*  TOMORROW'S INPUTS WILL CARRY TODAY'S STAMPS EITHER WAY.       *
053833*  A PARTITION LEAVES BOTH TO THE MERGE; A SHADOW RUN RECORDS    *
053836*  NOTHING AT ALL.                                               *
053840******************************************************************
053850 5100-RECORD-RUN-END.
053860     IF RUN-NOT-REFUSED  AND  SINGLE-RUN  AND  LIVE-RUN  THEN
053870        ACCEPT WS-NOW-TIME       FROM TIME
053880        MOVE WS-TODAY               TO RUNM-RUN-DATE
053890        READ RUN-CONTROL-FILE
054230           WRITE RUN-CONTROL-RECORD
054240        END-IF
054250     END-IF.
054260/
054270******************************************************************
054280*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  THE RUN    *
054290*  DATE IS TODAY - THIS RUN DEFINES THE NIGHT EVERY LATER STEP   *
054300*  BELONGS TO - AND A RESTART AUTHORIZED ON RUNAUTH IS           *
054310*  AUTHORIZED TO THE REGISTRY AS WELL.  A REGISTRY REFUSAL IS A  *
054320*  RUN REFUSAL: NO OUTPUT FILE IS OPENED.                        *
054330******************************************************************
054340 0800-REGISTER-STEP-START.
054350     MOVE 'S'                       TO JSX-FUNCTION.
054360     MOVE 'ESCALRUN'                TO JSX-STEP-NAME.
054370     MOVE WS-TODAY                  TO JSX-RUN-DATE.
054380     MOVE WS-PARTITION-NUMBER       TO JSX-PARTITION-NUMBER.
054390     MOVE WS-PARTITION-COUNT        TO JSX-PARTITION-COUNT.
054400     MOVE WS-RUN-AUTH-SWITCH        TO JSX-CALLER-AUTH-SWITCH.
054410     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
054420     IF JSX-STEP-REFUSED  THEN
054430        MOVE 'Y'                    TO WS-RUN-REFUSED-SWITCH
054440     ELSE
054450        MOVE 'Y'                    TO WS-STEP-REGISTERED-SWITCH
054460     END-IF.
054470/
054480******************************************************************
054490*  A RUN THAT STOPPED ON A BAD FILE OR A STAMP REFUSAL ENDS IN   *
054500*  ERROR ON THE REGISTRY WHATEVER ITS RETURN CODE, SO NOTHING    *
054510*  DOWNSTREAM STARTS ON IT.                                      *
054520******************************************************************
054530 0850-REGISTER-STEP-END.
054540     MOVE RETURN-CODE               TO WS-STEP-SAVED-RC.
054550     MOVE 'E'                       TO JSX-FUNCTION.
054560     IF RUN-REFUSED  OR  FILE-INTEGRITY-ERROR  THEN
054570        MOVE 16                     TO JSX-STEP-RC
054580     ELSE
054590        MOVE RETURN-CODE            TO JSX-STEP-RC
054600     END-IF.
054610     MOVE 'CLAIMS IN'               TO JSX-COUNT-LABEL (1).
054620     MOVE WS-CLAIMS-IN-COUNT        TO JSX-COUNT (1).
054630     MOVE 'PRICED'                  TO JSX-COUNT-LABEL (2).
054640     MOVE WS-PRICED-COUNT           TO JSX-COUNT (2).
054650     MOVE 'REMIT LINES'             TO JSX-COUNT-LABEL (3).
054660     MOVE WS-REMIT-DETAIL-COUNT     TO JSX-COUNT (3).
054670     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
054680     MOVE WS-STEP-SAVED-RC          TO RETURN-CODE.
054690/
054700******************************************************************
054710*  A PARTITION OF A SPLIT RUN JOURNALS EVERY ACCUMULATOR POST    *
054720*  AND BACKOUT TO ITS OWN POSTING FILE (ACMPOST).  PARTITIONS    *
054730*  RUN SIDE BY SIDE, SO TWO OF THEM POSTING ONE BENEFICIARY CAN  *
054740*  OVERLAP THEIR UPDATES OF THE SAME ACCUMULATOR RECORD - THE    *
054750*  MERGE (ESCALPMG) FINDS EVERY MBI POSTED BY MORE THAN ONE      *
054760*  PARTITION AND QUEUES THOSE LINES.  A SINGLE RUN IS THE ONLY   *
054770*  WRITER AND JOURNALS NOTHING.                                  *
054780******************************************************************
054790 2388-JOURNAL-ACCUM-POSTING.
054800     IF LIVE-RUN  AND  PARTITIONED-RUN  THEN
054810        MOVE SPACES                 TO ACCUM-POSTING-RECORD
054820        MOVE WS-PARTITION-NUMBER    TO ACP-PARTITION-NUMBER
054830        MOVE WS-POSTED-ACCUMULATOR  TO ACP-ACCUMULATOR
054840        MOVE CX-CLAIM-NUMBER        TO ACP-CLAIM-NUMBER
054850        MOVE CX-PROVIDER-NUMBER     TO ACP-PROVIDER-NUMBER
054860        MOVE ZERO                   TO ACP-PERIOD
054870                                       ACP-DEDUCTIBLE-AMT
054880                                       ACP-SESSIONS
054890                                       ACP-HEMOGLOBIN
054900                                       ACP-HEMATOCRIT
054910        MOVE WS-TODAY               TO ACP-RUN-DATE
054920        EVALUATE TRUE
054930           WHEN ACP-DEDUCTIBLE
054940              MOVE DED-ACTION-CODE  TO ACP-ACTION-CODE
054950              MOVE DED-MBI          TO ACP-MBI
054960              MOVE DED-YEAR         TO ACP-PERIOD
054970              MOVE DED-AMOUNT       TO ACP-DEDUCTIBLE-AMT
054980           WHEN ACP-TRAINING
054990              MOVE TRN-ACTION-CODE  TO ACP-ACTION-CODE
055000              MOVE TRN-MBI          TO ACP-MBI
055010              MOVE TRN-SESSION-TYPE TO ACP-SESSION-TYPE
055020              MOVE TRN-SESSIONS     TO ACP-SESSIONS
055030           WHEN OTHER
055040              MOVE ESA-ACTION-CODE  TO ACP-ACTION-CODE
055050              MOVE ESA-MBI          TO ACP-MBI
055060              MOVE ESA-READING-MONTH TO ACP-PERIOD
055070              MOVE ESA-HEMOGLOBIN   TO ACP-HEMOGLOBIN
055080              MOVE ESA-HEMATOCRIT   TO ACP-HEMATOCRIT
055090        END-EVALUATE
055100        WRITE ACCUM-POSTING-RECORD
055110     END-IF.
