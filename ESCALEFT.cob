001873*           HELD RUN FUNDS NOTHING, WHATEVER THE LOCAL PROOFS
001874*           SAY.
001875******************************************************************
001877* 10/15/2026 ESCALEFT - A PROVIDER NOT ON THE BANKING MASTER IS
001879*           NOW PAID BY PAPER CHECK INSTEAD OF LEFT TO BE FUNDED
001881*           BY HAND.  THE CHECK NUMBER COMES FROM THE CONTROLLED
001883*           STOCK RANGE ON CHKCTL, THE PAYEE FROM THE PROVIDER
001885*           TAX MASTER; THE CHECK GOES ON THE OUTSTANDING CHECK
001887*           REGISTER (CHKREG, WORKED BY ESCALCKM) AND THE
001889*           POSITIVE-PAY ISSUE FILE (POSPAY), AND ITS FACE AND
001891*           REMIT-DETAIL STUB GO TO THE CHECK PRINT WORK FILE
001893*           (CHKSTUB, PRINTED BY ESCALCHP).  TOO LITTLE STOCK
001895*           LEFT FOR THE NIGHT'S CHECKS RELEASES NOTHING.  A
001897*           SECOND PROOF TIES FUNDED PLUS CHECKED DOLLARS BACK
001899*           TO THE REMIT TRAILER.
001901******************************************************************
001903* 10/15/2026 ESCALEFT - A NEW OR CHANGED BANK ACCOUNT IS NO
001905*           LONGER FUNDED THE NIGHT IT IS KEYED.  EVERY PRENOTE-
001907*           DUE ACCOUNT ON THE BANKING MASTER GETS A ZERO-DOLLAR
001909*           PRENOTE DETAIL ON THE FUNDING FILE AND SITS IN
001911*           VERIFICATION FOR THE PBVCTL COOLING DAYS (WEEKDAYS);
001913*           UNTIL THEN THE PROVIDER IS PAID BY CHECK, AFTER
001915*           WHICH THE ACCOUNT IS MARKED VERIFIED.  A PAYMENT OF
001917*           THE PBVCTL LARGE-PAYMENT AMOUNT OR MORE TO A
001919*           PROVIDER WHOSE BANKING RECORD CHANGED WITHIN THE
001921*           PBVCTL WINDOW IS LISTED ON THE NEW BANKING-CHANGE
001923*           EXCEPTION REPORT (BNKXRPT) FOR PAYMENT INTEGRITY.
001925******************************************************************
001927* 10/15/2026 ESCALEFT - EVERY EFT DETAIL (PAYMENT OR PRENOTE) NOW
001929*           GOES ON THE EFT PAYMENT REGISTER (EFTREG) THAT
001931*           ESCALERT MATCHES THE BANK'S RETURNS AND SETTLEMENTS
001933*           TO.  AN ACCOUNT ESCALERT FLAGGED RETURNED IS NOT
001935*           FUNDED - THE PROVIDER IS PAID BY CHECK UNTIL ESCALPBM
001937*           KEYS CORRECTED BANKING.  RETURNED PAYMENTS WAIT ON
001939*           THE HELD-RETURNS FILE (EFTHLDI - YESTERDAY'S EFTHLDO
001941*           FOLLOWED BY THE MORNING'S ERTHELD) AND ARE REISSUED
001943*           AS A NEW PAYMENT NUMBER ONCE THE PROVIDER'S ACCOUNT
001945*           CAN BE FUNDED AGAIN (CORRECTED AND PAST ITS PRENOTE
001947*           COOLING DAYS); UNTIL THEN THEY CARRY TO EFTHLDO.  A
001949*           RUN THAT RELEASES NOTHING CARRIES THEM ALL.
001951******************************************************************
001953* 10/15/2026 ESCALEFT - THE SETTLEMENT DATE IS NOW THE NEXT
001955*           BUSINESS DAY OFF THE CALENDAR MASTER (ESCALBDY), NOT
001957*           SIMPLY TOMORROW, SO A FRIDAY OR PRE-HOLIDAY RELEASE
001959*           NO LONGER CARRIES A DATE THE BANK CANNOT SETTLE.  THE
001961*           PRENOTE COOLING DAYS ARE COUNTED IN BUSINESS DAYS BY
001963*           THE SAME ROUTINE, SO HOLIDAYS NO LONGER COUNT.
001965* 10/15/2026 ESCALEFT - REGISTERS ITS START AND END WITH THE
001967*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR), WITH ITS
001969*           RETURN CODE AND KEY COUNTS, FOR THE MORNING STATUS
001971*           BOARD (ESCALJSB).  THE START IS REFUSED - RETURN CODE
001973*           16, NOTHING TOUCHED - UNLESS ESCALRCV COMPLETED FOR
001975*           THE SAME RUN DATE AND THIS STEP HAS NOT ALREADY
001977*           COMPLETED FOR IT.
001979* 10/15/2026 ESCALEFT - THE BANKING VERIFICATION SETTINGS ARE NOW
001981*           THE PBVCTL ROW IN FORCE TODAY ON THE PARAMETER MASTER
001983*           (PARMMAST THROUGH ESCALPRM) INSTEAD OF A CONTROL
001985*           CARD.
001987******************************************************************
002000 DATE-COMPILED.
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003500     SELECT ISSUANCE-REPORT      ASSIGN TO EFTRPT
003600         ORGANIZATION IS SEQUENTIAL.
003610     SELECT RELEASE-FLAG-IN      ASSIGN TO PRCRELF
003613         ORGANIZATION IS SEQUENTIAL.
003616     SELECT CHECK-CONTROL        ASSIGN TO CHKCTL
003619         ORGANIZATION IS SEQUENTIAL.
003622     SELECT CHECK-REGISTER       ASSIGN TO CHKREG
003625         ORGANIZATION IS INDEXED
003628         ACCESS MODE IS DYNAMIC
003631         RECORD KEY IS CHKR-CHECK-NUMBER.
003634     SELECT TAX-FILE             ASSIGN TO PTAXFILE
003637         ORGANIZATION IS INDEXED
003640         ACCESS MODE IS DYNAMIC
003643         RECORD KEY IS PTAX-PROVIDER-NUMBER.
003646     SELECT POSITIVE-PAY-OUT     ASSIGN TO POSPAY
003649         ORGANIZATION IS SEQUENTIAL.
003652     SELECT CHECK-PRINT-OUT      ASSIGN TO CHKSTUB
003655         ORGANIZATION IS SEQUENTIAL.
003658     SELECT BANK-CHANGE-REPORT   ASSIGN TO BNKXRPT
003661         ORGANIZATION IS SEQUENTIAL.
003664     SELECT EFT-REGISTER         ASSIGN TO EFTREG
003667         ORGANIZATION IS INDEXED
003670         ACCESS MODE IS DYNAMIC
003673         RECORD KEY IS EFRG-PAYMENT-NUMBER.
003676     SELECT RETURNS-HELD-IN      ASSIGN TO EFTHLDI
003679         ORGANIZATION IS SEQUENTIAL.
003682     SELECT RETURNS-HELD-OUT     ASSIGN TO EFTHLDO
003685         ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
005830     RECORDING MODE IS F.
005840 COPY RELFCPY.
005850/
005851 FD  CHECK-CONTROL
005852     LABEL RECORDS ARE STANDARD
005853     RECORDING MODE IS F.
005854 COPY CHKCCPY.
005855/
005856 FD  CHECK-REGISTER
005857     LABEL RECORDS ARE STANDARD.
005858 COPY CHKRCPY.
005859/
005860 FD  TAX-FILE
005861     LABEL RECORDS ARE STANDARD.
005862 COPY PTAXCPY.
005863/
005864 FD  POSITIVE-PAY-OUT
005865     LABEL RECORDS ARE STANDARD
005866     RECORDING MODE IS F.
005867 COPY PPAYCPY.
005868/
005869 FD  CHECK-PRINT-OUT
005870     LABEL RECORDS ARE STANDARD
005871     RECORDING MODE IS F.
005872 COPY CHKSCPY.
005873/
005874 FD  BANK-CHANGE-REPORT
005875     LABEL RECORDS ARE STANDARD
005876     RECORDING MODE IS F.
005877 01  BNKXRPT-RECORD                 PIC X(100).
005878/
005879 FD  EFT-REGISTER
005880     LABEL RECORDS ARE STANDARD.
005881 COPY EFRGCPY.
005882/
005883 FD  RETURNS-HELD-IN
005884     LABEL RECORDS ARE STANDARD
005885     RECORDING MODE IS F.
005886 01  EFTHLDI-RECORD                 PIC X(120).
005887/
005888 FD  RETURNS-HELD-OUT
005889     LABEL RECORDS ARE STANDARD
005890     RECORDING MODE IS F.
005891 01  EFTHLDO-RECORD                 PIC X(120).
005892/
005900 WORKING-STORAGE SECTION.
006000 01  W-STORAGE-REF                  PIC X(46) VALUE
006100     'ESCALEFT      - W O R K I N G   S T O R A G E'.
007930     88  GATE-RELEASED                         VALUE 'Y'.
007940     88  GATE-HELD                             VALUE 'N'.
008000 01  WS-SETTLEMENT-DATE             PIC 9(08).
008100
008101 01  WS-CHKC-EOF-SWITCH             PIC X(01) VALUE 'N'.
008102     88  CHKC-NOT-ON-FILE                      VALUE 'Y'.
008103     88  CHKC-ON-FILE                          VALUE 'N'.
008104 01  WS-STOCK-SWITCH                PIC X(01) VALUE 'N'.
008105     88  CHECK-STOCK-SHORT                     VALUE 'Y'.
008106     88  CHECK-STOCK-SUFFICIENT                VALUE 'N'.
008107 01  WS-PTAX-FOUND-SWITCH           PIC X(01).
008108     88  PTAX-RECORD-FOUND                     VALUE 'Y'.
008109     88  PTAX-RECORD-NOT-FOUND                 VALUE 'N'.
008110 01  WS-STUB-EOF-SWITCH             PIC X(01) VALUE 'N'.
008111     88  STUB-END-OF-FILE                      VALUE 'Y'.
008112     88  STUB-NOT-END-OF-FILE                  VALUE 'N'.
008113 01  WS-CHKR-WRITTEN-SWITCH         PIC X(01).
008114     88  CHKR-WRITTEN                          VALUE 'Y'.
008115     88  CHKR-NOT-WRITTEN                      VALUE 'N'.
008116 01  WS-CHECK-NUMBER                PIC 9(10).
008117 01  WS-CHECKS-NEEDED               PIC 9(07) VALUE ZERO.
008118 01  WS-STOCK-REMAINING             PIC 9(10) VALUE ZERO.
008119
008120 01  WS-SWEEP-EOF-SWITCH            PIC X(01) VALUE 'N'.
008121     88  SWEEP-END-OF-FILE                     VALUE 'Y'.
008122     88  SWEEP-NOT-END-OF-FILE                 VALUE 'N'.
008123 01  WS-ROUTE-SWITCH                PIC X(01).
008124     88  ROUTE-BY-EFT                          VALUE 'E'.
008125     88  ROUTE-CHECK-NO-BANKING                VALUE 'C'.
008126     88  ROUTE-CHECK-PENDING                   VALUE 'P'.
008127     88  ROUTE-CHECK-DEAD-ACCOUNT              VALUE 'D'.
008128     88  ROUTE-BY-CHECK                        VALUE 'C' 'P' 'D'.
008129 01  WS-PAID-BY                     PIC X(05).
008130 01  WS-EFRG-WRITTEN-SWITCH         PIC X(01).
008131     88  EFRG-WRITTEN                          VALUE 'Y'.
008132     88  EFRG-NOT-WRITTEN                      VALUE 'N'.
008133 01  WS-EFRG-FOUND-SWITCH           PIC X(01).
008134     88  EFRG-RECORD-FOUND                     VALUE 'Y'.
008135     88  EFRG-RECORD-NOT-FOUND                 VALUE 'N'.
008136 01  WS-HELD-EOF-SWITCH             PIC X(01) VALUE 'N'.
008137     88  HELD-END-OF-FILE                      VALUE 'Y'.
008138     88  HELD-NOT-END-OF-FILE                  VALUE 'N'.
008139 01  WS-REISSUE-SWITCH              PIC X(01) VALUE 'N'.
008140     88  REISSUE-ALLOWED                       VALUE 'Y'.
008141     88  REISSUE-NOT-ALLOWED                   VALUE 'N'.
008142 01  WS-ORIG-PAYMENT-NUMBER         PIC 9(13).
008143 01  WS-HELD-PROVIDER               PIC X(06).
008144 01  WS-HELD-AMT                    PIC 9(09)V9(02).
008145 01  WS-COOLING-DAYS                PIC 9(03) VALUE 3.
008146 01  WS-CHANGE-WINDOW-DAYS          PIC 9(03) VALUE 30.
008147 01  WS-LARGE-PAYMENT-AMT           PIC 9(09)V9(02)
008148                                              VALUE 100000.00.
008149 01  WS-CHANGE-CUTOFF-DATE          PIC 9(08).
008150 01  WS-WORK-INT                    PIC S9(09).
008151
008152 COPY BDYCPY.
008153
008154 COPY PBVCCPY.
008155
008156 COPY PRMXCPY.
008200
008300******************************************************************
008400*  PROVIDER NET TABLE - ONE ENTRY PER PROVIDER, FOUND BY        *
008550*  NOT PROVIDER-GROUPED).  A PROVIDER'S NET IS ITS D LEGS' NET   *
008600*  PAY PLUS THE OUTLIER (PAID IN ADDITION AND UNTOUCHED BY THE   *
008700*  REDUCTIONS) LESS ITS R REVERSALS AND O RECEIVABLE OFFSETS.    *
008733*  WS-PRV-CHECK-NUMBER IS SET WHEN THE PROVIDER IS PAID BY       *
008766*  CHECK, SO THE STUB PASS KNOWS WHICH REMIT DETAILS TO PRINT.   *
008800******************************************************************
008900 01  WS-PROVIDER-TABLE.
009000     05  WS-PRV-ENTRY  OCCURS 1000 TIMES.
009100         10  WS-PRV-PROVIDER        PIC X(06).
009200         10  WS-PRV-NET-AMT         PIC S9(09)V9(02).
009250         10  WS-PRV-CHECK-NUMBER    PIC 9(10).
009300 01  WS-PRV-COUNT                   PIC 9(04) VALUE ZERO.
009400 01  WS-PRV-SUB                     PIC 9(04).
009410 01  WS-PRV-MATCH-SUB               PIC 9(04).
010700 01  WS-PAYMENT-SEQUENCE            PIC 9(05) VALUE ZERO.
010800 01  WS-FUNDED-COUNT                PIC 9(07) VALUE ZERO.
010900 01  WS-FUNDING-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
011000 01  WS-CHECKED-COUNT               PIC 9(07) VALUE ZERO.
011100 01  WS-CHECKED-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
011125 01  WS-NO-PAYEE-COUNT              PIC 9(07) VALUE ZERO.
011150 01  WS-CHECK-FAILED-COUNT          PIC 9(07) VALUE ZERO.
011175 01  WS-STUB-COUNT                  PIC 9(07) VALUE ZERO.
011200 01  WS-NEGATIVE-NET-COUNT          PIC 9(07) VALUE ZERO.
011205 01  WS-NEGATIVE-NET-TOTAL          PIC S9(11)V9(02) VALUE ZERO.
011210 01  WS-DISBURSED-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
011215 01  WS-RELEASED-TOTAL              PIC S9(11)V9(02) VALUE ZERO.
011220 01  WS-PRENOTE-COUNT               PIC 9(07) VALUE ZERO.
011225 01  WS-VERIFIED-COUNT              PIC 9(07) VALUE ZERO.
011230 01  WS-PENDING-CHECK-COUNT         PIC 9(07) VALUE ZERO.
011235 01  WS-PENDING-CHECK-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
011240 01  WS-BANK-CHANGE-COUNT           PIC 9(07) VALUE ZERO.
011245 01  WS-BANK-CHANGE-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
011250 01  WS-DEAD-ACCT-CHECK-COUNT       PIC 9(07) VALUE ZERO.
011255 01  WS-DEAD-ACCT-CHECK-TOTAL       PIC 9(11)V9(02) VALUE ZERO.
011260 01  WS-REISSUED-COUNT              PIC 9(07) VALUE ZERO.
011265 01  WS-REISSUED-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
011270 01  WS-HELD-CARRIED-COUNT          PIC 9(07) VALUE ZERO.
011275 01  WS-HELD-CARRIED-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
011280 01  WS-HELD-DROPPED-COUNT          PIC 9(07) VALUE ZERO.
011300
011400 01  RPT-HEADING-1.
011500     05  FILLER                     PIC X(05) VALUE SPACES.
013600     05  FILLER                     PIC X(02) VALUE SPACES.
013700     05  RPT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
013800
013806 01  RPT-CHECK-LINE.
013812     05  FILLER                     PIC X(05) VALUE SPACES.
013818     05  RPT-CHK-PAYMENT-NUMBER.
013824         10  RPT-CHK-PAY-DATE       PIC 9(08).
013830         10  RPT-CHK-PAY-SEQUENCE   PIC 9(05).
013836     05  FILLER                     PIC X(03) VALUE SPACES.
013842     05  FILLER                     PIC X(05) VALUE 'CHECK'.
013848     05  RPT-CHK-CHECK-NUMBER       PIC 9(10).
013854     05  FILLER                     PIC X(02) VALUE SPACES.
013860     05  RPT-CHK-PROVIDER           PIC X(06).
013866     05  FILLER                     PIC X(15) VALUE SPACES.
013872     05  RPT-CHK-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
013878     05  FILLER                     PIC X(02) VALUE SPACES.
013884     05  RPT-CHK-PAYEE              PIC X(35).
013890
013900 01  RPT-EXCEPTION-LINE.
014000     05  FILLER                     PIC X(05) VALUE SPACES.
014100     05  RPT-EXC-PROVIDER           PIC X(06).
015900     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
016000     05  FILLER                     PIC X(02) VALUE SPACES.
016100     05  RPT-TOTAL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
016102
016104 01  RPT-BNKX-HEADING-1.
016106     05  FILLER                     PIC X(05) VALUE SPACES.
016108     05  FILLER                     PIC X(42) VALUE
016110         'BANKING-CHANGE EXCEPTION REPORT'.
016112
016114 01  RPT-BNKX-HEADING-2.
016116     05  FILLER                     PIC X(05) VALUE SPACES.
016118     05  FILLER                     PIC X(30) VALUE
016120         'BANKING RECORD CHANGED WITHIN '.
016122     05  RPT-BNKX-WINDOW-DAYS       PIC ZZ9.
016124     05  FILLER                     PIC X(21) VALUE
016126         ' DAYS OF A PAYMENT OF'.
016128     05  RPT-BNKX-LARGE-AMT         PIC ZZZ,ZZZ,ZZ9.99.
016130     05  FILLER                     PIC X(08) VALUE ' OR MORE'.
016132
016134 01  RPT-BNKX-HEADING-3.
016136     05  FILLER                     PIC X(05) VALUE SPACES.
016138     05  FILLER                     PIC X(08) VALUE 'CCN'.
016140     05  FILLER                     PIC X(10) VALUE 'CHANGED'.
016142     05  FILLER                     PIC X(05) VALUE 'VFY'.
016144     05  FILLER                     PIC X(11) VALUE 'ROUTING'.
016146     05  FILLER                     PIC X(07) VALUE 'PAID BY'.
016148     05  FILLER                     PIC X(16) VALUE 'PAYMENT NBR'.
016150     05  FILLER                     PIC X(08) VALUE SPACES.
016152     05  FILLER                     PIC X(06) VALUE 'AMOUNT'.
016154
016156 01  RPT-BNKX-DETAIL-LINE.
016158     05  FILLER                     PIC X(05) VALUE SPACES.
016160     05  RPT-BNKX-PROVIDER          PIC X(06).
016162     05  FILLER                     PIC X(02) VALUE SPACES.
016164     05  RPT-BNKX-CHANGE-DATE       PIC 9(08).
016166     05  FILLER                     PIC X(02) VALUE SPACES.
016168     05  RPT-BNKX-VERIFY-STATUS     PIC X(01).
016170     05  FILLER                     PIC X(04) VALUE SPACES.
016172     05  RPT-BNKX-ROUTING           PIC 9(09).
016174     05  FILLER                     PIC X(02) VALUE SPACES.
016176     05  RPT-BNKX-PAID-BY           PIC X(05).
016178     05  FILLER                     PIC X(02) VALUE SPACES.
016180     05  RPT-BNKX-PAYMENT-NUMBER.
016182         10  RPT-BNKX-PAY-DATE      PIC 9(08).
016184         10  RPT-BNKX-PAY-SEQUENCE  PIC 9(05).
016186     05  FILLER                     PIC X(03) VALUE SPACES.
016188     05  RPT-BNKX-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
016190/
016192 COPY JSXCPY.
016200/
016300 PROCEDURE DIVISION.
016400
016500 0000-MAINLINE.
016511*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
016522*    TOUCHES NOTHING.
016533     PERFORM 0800-REGISTER-STEP-START.
016544     IF JSX-STEP-REFUSED  THEN
016555        MOVE 16                     TO RETURN-CODE
016566        GOBACK
016577     END-IF.
016588
016600     PERFORM 1000-INITIALIZE.
016610     IF GATE-HELD  THEN
016620        DISPLAY 'ESCALEFT - BALANCING GATE HOLDS THE RUN - '
016630           'NO FUNDING FILE RELEASED'
016640        MOVE 16                     TO RETURN-CODE
016645        PERFORM 4600-PROCESS-HELD-RETURNS
016650        PERFORM 7000-TERMINATE
016655        PERFORM 0850-REGISTER-STEP-END
016660        GOBACK
016670     END-IF.
016700     PERFORM 2000-ACCUMULATE-REMIT UNTIL REM-END-OF-FILE.
016800     PERFORM 3000-PROVE-BALANCE.
016900     IF FILE-IN-BALANCE  THEN
017000        PERFORM 3500-COUNT-CHECKS-NEEDED
017500     END-IF.
017505     EVALUATE TRUE
017510        WHEN FILE-OUT-OF-BALANCE
017515           DISPLAY 'ESCALEFT - REMIT OUT OF BALANCE - NO FUNDING '
017520              'FILE RELEASED'
017525           MOVE 16                  TO RETURN-CODE
017530           PERFORM 4600-PROCESS-HELD-RETURNS
017535        WHEN CHECK-STOCK-SHORT
017540           DISPLAY 'ESCALEFT - ' WS-CHECKS-NEEDED
017545              ' CHECKS NEEDED, ' WS-STOCK-REMAINING
017550              ' LEFT ON CHKCTL STOCK - NO FUNDING FILE RELEASED'
017555           MOVE 16                  TO RETURN-CODE
017560           PERFORM 4600-PROCESS-HELD-RETURNS
017565        WHEN OTHER
017570           PERFORM 4000-ISSUE-PAYMENTS
017575           PERFORM 4500-WRITE-CHECK-STUBS
017580           PERFORM 5000-PROVE-DISBURSEMENT
017585     END-EVALUATE.
017600     PERFORM 6000-PRINT-RUN-TOTALS.
017700     PERFORM 7000-TERMINATE.
017750     PERFORM 0850-REGISTER-STEP-END.
017800     GOBACK.
017900/
018000 1000-INITIALIZE.
018100     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
018200*    FUNDS SETTLE THE NEXT BUSINESS DAY ON THE CALENDAR.
018300     MOVE 'A'                       TO BDY-FUNCTION.
018400     MOVE WS-TODAY                  TO BDY-FROM-DATE.
018500     MOVE 1                         TO BDY-DAY-COUNT.
018600     CALL 'ESCALBDY'             USING BUSINESS-DAY-REQUEST.
018650     MOVE BDY-RESULT-DATE           TO WS-SETTLEMENT-DATE.
018700
018800     OPEN INPUT  REMIT-EXTRACT-IN.
018900     OPEN I-O    BANKING-FILE.
019000     OPEN OUTPUT EFT-FUNDING-OUT.
019100     OPEN OUTPUT ISSUANCE-REPORT.
019101     OPEN I-O    CHECK-REGISTER.
019102     OPEN INPUT  TAX-FILE.
019103     OPEN OUTPUT POSITIVE-PAY-OUT.
019104     OPEN OUTPUT CHECK-PRINT-OUT.
019105     OPEN I-O    EFT-REGISTER.
019106     OPEN INPUT  RETURNS-HELD-IN.
019107     OPEN OUTPUT RETURNS-HELD-OUT.
019108
019109*    THE CHECK STOCK RECORD IS HELD OPEN AND REWRITTEN WITH THE
019110*    NEXT NUMBER ONCE THE NIGHT'S CHECKS ARE CUT.
019111     OPEN I-O    CHECK-CONTROL.
019112     READ CHECK-CONTROL
019113         AT END
019114           MOVE 'Y'                 TO WS-CHKC-EOF-SWITCH
019115           DISPLAY 'ESCALEFT - CHKCTL IS EMPTY - NO CHECK STOCK '
019116              'ON HAND'
019117     END-READ.
019118     IF CHKC-ON-FILE  THEN
019119        IF CHKC-NEXT-CHECK-NUMBER < CHKC-RANGE-START  THEN
019120           MOVE CHKC-RANGE-START    TO CHKC-NEXT-CHECK-NUMBER
019121        END-IF
019122        IF CHKC-NEXT-CHECK-NUMBER <= CHKC-RANGE-END  THEN
019123           COMPUTE WS-STOCK-REMAINING =
019124              CHKC-RANGE-END - CHKC-NEXT-CHECK-NUMBER + 1
019125        END-IF
019126     END-IF.
019127
019128*    THE PBVCTL ROW IN FORCE TODAY THROUGH ESCALPRM - NO ROW OR
019129*    A ZERO FIELD LEAVES THE COMPILED DEFAULT.
019130     MOVE 'PBVCTL'                  TO PRMX-FAMILY.
019131     MOVE 'F'                       TO PRMX-FUNCTION.
019132     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
019133     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
019134     IF PRMX-ROW-RETURNED  THEN
019135        MOVE PRMX-VALUE-IMAGE       TO
019136                                    BANKING-VERIFY-CONTROL-RECORD
019137        IF PBVC-COOLING-DAYS NUMERIC  AND
019138           PBVC-COOLING-DAYS > ZERO  THEN
019139           MOVE PBVC-COOLING-DAYS   TO WS-COOLING-DAYS
019140        END-IF
019141        IF PBVC-CHANGE-WINDOW-DAYS NUMERIC  AND
019142           PBVC-CHANGE-WINDOW-DAYS > ZERO  THEN
019143           MOVE PBVC-CHANGE-WINDOW-DAYS TO
019144                                    WS-CHANGE-WINDOW-DAYS
019145        END-IF
019146        IF PBVC-LARGE-PAYMENT-AMT NUMERIC  AND
019147           PBVC-LARGE-PAYMENT-AMT > ZERO  THEN
019148           MOVE PBVC-LARGE-PAYMENT-AMT TO
019149                                    WS-LARGE-PAYMENT-AMT
019150        END-IF
019151     END-IF.
019152     COMPUTE WS-WORK-INT =
019153        FUNCTION INTEGER-OF-DATE(WS-TODAY)
019154        - WS-CHANGE-WINDOW-DAYS.
019155     COMPUTE WS-CHANGE-CUTOFF-DATE =
019156        FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
019157
019158     OPEN OUTPUT BANK-CHANGE-REPORT.
019159     MOVE WS-CHANGE-WINDOW-DAYS     TO RPT-BNKX-WINDOW-DAYS.
019160     MOVE WS-LARGE-PAYMENT-AMT      TO RPT-BNKX-LARGE-AMT.
019161     WRITE BNKXRPT-RECORD        FROM RPT-BNKX-HEADING-1.
019162     WRITE BNKXRPT-RECORD        FROM RPT-BNKX-HEADING-2.
019163     WRITE BNKXRPT-RECORD        FROM RPT-BNKX-HEADING-3.
019200
019300     WRITE EFTRPT-RECORD         FROM RPT-HEADING-1.
019400     WRITE EFTRPT-RECORD         FROM RPT-HEADING-2.
021100              WS-PRV-PROVIDER (WS-PRV-MATCH-SUB)
021200           MOVE ZERO                TO
021300              WS-PRV-NET-AMT (WS-PRV-MATCH-SUB)
021350              WS-PRV-CHECK-NUMBER (WS-PRV-MATCH-SUB)
021400        ELSE
021500           DISPLAY 'ESCALEFT - MORE THAN 1000 PROVIDERS ON '
021600              'REMIT - RUN STOPPED'
031200     END-IF.
031300/
031400******************************************************************
031402*  EVERY PROVIDER WITH A POSITIVE NET AND NO BANKING RECORD, OR  *
031404*  AN ACCOUNT STILL IN PRENOTE VERIFICATION, NEEDS A CHECK.      *
031406*  THEY ARE COUNTED BEFORE ANYTHING IS WRITTEN, SO A NIGHT THE   *
031408*  STOCK CANNOT COVER RELEASES NOTHING RATHER THAN FUNDING SOME  *
031410*  PROVIDERS AND STRANDING THE REST.                             *
031412******************************************************************
031414 3500-COUNT-CHECKS-NEEDED.
031416     PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
031418        UNTIL WS-PRV-SUB > WS-PRV-COUNT
031420        IF WS-PRV-NET-AMT (WS-PRV-SUB) > ZERO  THEN
031422           MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO
031424                                    PBNK-PROVIDER-NUMBER
031426           READ BANKING-FILE
031428               INVALID KEY     MOVE 'N' TO WS-PBNK-FOUND-SWITCH
031430               NOT INVALID KEY MOVE 'Y' TO WS-PBNK-FOUND-SWITCH
031432           END-READ
031434           PERFORM 3600-SET-PAYMENT-ROUTE
031436           IF ROUTE-BY-CHECK  THEN
031438              ADD 1                 TO WS-CHECKS-NEEDED
031440           END-IF
031442        END-IF
031444     END-PERFORM.
031446
031448     IF WS-CHECKS-NEEDED > WS-STOCK-REMAINING  THEN
031450        MOVE 'Y'                    TO WS-STOCK-SWITCH
031452     END-IF.
031454/
031456******************************************************************
031458*  HOW A PROVIDER WITH MONEY COMING IS PAID, FROM THE BANKING    *
031460*  RECORD JUST READ.  AN ACCOUNT WAITING ON ITS PRENOTE, OR      *
031462*  STILL INSIDE THE COOLING DAYS AFTER IT, IS NEVER FUNDED - THE *
031464*  MONEY GOES BY CHECK TO THE TAX-MASTER ADDRESS INSTEAD, AS IT  *
031466*  DOES FOR AN ACCOUNT THE BANK HAS RETURNED AS UNUSABLE.        *
031468******************************************************************
031470 3600-SET-PAYMENT-ROUTE.
031472     EVALUATE TRUE
031474        WHEN PBNK-RECORD-NOT-FOUND
031476           MOVE 'C'                 TO WS-ROUTE-SWITCH
031478        WHEN PBNK-ACCOUNT-RETURNED
031480           MOVE 'D'                 TO WS-ROUTE-SWITCH
031482        WHEN PBNK-PRENOTE-DUE
031484           MOVE 'P'                 TO WS-ROUTE-SWITCH
031486        WHEN PBNK-PRENOTE-SENT  AND  PBNK-VERIFY-DATE > WS-TODAY
031488           MOVE 'P'                 TO WS-ROUTE-SWITCH
031490        WHEN OTHER
031492           MOVE 'E'                 TO WS-ROUTE-SWITCH
031494     END-EVALUATE.
031496/
031498******************************************************************
031500*  WRITE THE FUNDING FILE - ONE EFT DETAIL PER PROVIDER WITH A   *
031600*  POSITIVE NET AND A VERIFIED BANKING RECORD ON FILE, AFTER THE *
031700*  PRENOTES.  A PROVIDER NOT ON THE BANKING MASTER, OR WHOSE     *
031800*  ACCOUNT IS IN VERIFICATION, IS PAID BY CHECK INSTEAD; ONE     *
031850*  WHOSE NET CAME OUT NEGATIVE GOES TO THE EXCEPTION SECTION.    *
031900******************************************************************
032000 4000-ISSUE-PAYMENTS.
032100     MOVE SPACES                    TO EFT-HEADER-RECORD.
032400     MOVE WS-SETTLEMENT-DATE        TO EFT-HDR-SETTLEMENT-DATE.
032500     WRITE EFT-HEADER-RECORD.
032600
032633     PERFORM 4050-SEND-PRENOTES.
032666
032700     PERFORM 4100-ISSUE-ONE-PAYMENT
032800        VARYING WS-PRV-SUB FROM 1 BY 1
032900        UNTIL WS-PRV-SUB > WS-PRV-COUNT.
033000
033025     MOVE 'Y'                       TO WS-REISSUE-SWITCH.
033050     PERFORM 4600-PROCESS-HELD-RETURNS.
033075
033100     MOVE SPACES                    TO EFT-TRAILER-RECORD.
033200     MOVE 'T'                       TO EFT-TRL-RECORD-TYPE.
033300     COMPUTE EFT-TRL-DETAIL-COUNT =
033400        WS-FUNDED-COUNT + WS-PRENOTE-COUNT + WS-REISSUED-COUNT.
033433     COMPUTE EFT-TRL-FUNDING-TOTAL =
033466        WS-FUNDING-TOTAL + WS-REISSUED-TOTAL.
033500     WRITE EFT-TRAILER-RECORD.
033501
033502     MOVE SPACES                    TO POSITIVE-PAY-TRAILER.
033503     MOVE 'T'                       TO PPAY-TRL-RECORD-TYPE.
033504     MOVE WS-CHECKED-COUNT          TO PPAY-TRL-DETAIL-COUNT.
033505     MOVE WS-CHECKED-TOTAL          TO PPAY-TRL-DOLLAR-TOTAL.
033506     WRITE POSITIVE-PAY-TRAILER.
033507
033508     IF CHKC-ON-FILE  AND  WS-CHECKED-COUNT > ZERO  THEN
033509        MOVE WS-TODAY               TO CHKC-LAST-UPDATE-DATE
033510        REWRITE CHECK-CONTROL-RECORD
033511     END-IF.
033512/
033513******************************************************************
033514*  THE PRENOTE SWEEP - ONE PASS OF THE BANKING MASTER.  A        *
033515*  PRENOTE-DUE ACCOUNT GETS ITS ZERO-DOLLAR PRENOTE TONIGHT AND  *
033516*  A VERIFY DATE THE COOLING DAYS OUT; A PRENOTE-SENT ACCOUNT    *
033517*  WHOSE VERIFY DATE HAS COME IS MARKED VERIFIED.  THE SWEEP     *
033518*  NEVER MAKES A PENDING ACCOUNT FUNDABLE TONIGHT, SO IT AGREES  *
033519*  WITH THE CHECK COUNT 3500 ALREADY TOOK.                       *
033520******************************************************************
033521 4050-SEND-PRENOTES.
033522     MOVE 'N'                       TO WS-SWEEP-EOF-SWITCH.
033523     MOVE LOW-VALUES                TO PBNK-PROVIDER-NUMBER.
033524     START BANKING-FILE
033525         KEY IS NOT LESS THAN PBNK-PROVIDER-NUMBER
033526         INVALID KEY
033527           MOVE 'Y'                 TO WS-SWEEP-EOF-SWITCH
033528     END-START.
033529     PERFORM 4060-VERIFY-ONE-ACCOUNT UNTIL SWEEP-END-OF-FILE.
033530/
033531 4060-VERIFY-ONE-ACCOUNT.
033532     READ BANKING-FILE NEXT RECORD
033533         AT END
033534           MOVE 'Y'                 TO WS-SWEEP-EOF-SWITCH
033535     END-READ.
033536
033537     IF SWEEP-NOT-END-OF-FILE  THEN
033538        EVALUATE TRUE
033539           WHEN PBNK-PRENOTE-DUE
033540              PERFORM 4070-WRITE-PRENOTE
033541           WHEN PBNK-PRENOTE-SENT  AND
033542                PBNK-VERIFY-DATE NOT > WS-TODAY
033543              MOVE 'V'              TO PBNK-VERIFY-STATUS
033544              MOVE WS-TODAY         TO PBNK-VERIFY-DATE
033545              REWRITE PROVIDER-BANKING-RECORD
033546              ADD 1                 TO WS-VERIFIED-COUNT
033547           WHEN OTHER
033548              CONTINUE
033549        END-EVALUATE
033550     END-IF.
033551/
033552 4070-WRITE-PRENOTE.
033553     ADD 1                          TO WS-PAYMENT-SEQUENCE.
033554     MOVE SPACES                    TO EFT-DETAIL-RECORD.
033555     MOVE 'D'                       TO EFT-RECORD-TYPE.
033556     MOVE 'P'                       TO EFT-ENTRY-TYPE.
033557     MOVE WS-TODAY                  TO EFT-PAY-DATE.
033558     MOVE WS-PAYMENT-SEQUENCE       TO EFT-PAY-SEQUENCE.
033559     MOVE PBNK-ROUTING-NUMBER (1:8) TO EFT-TRACE-ROUTING.
033560     MOVE WS-PAYMENT-SEQUENCE       TO EFT-TRACE-SEQUENCE.
033561     MOVE PBNK-PROVIDER-NUMBER      TO EFT-PROVIDER-NUMBER.
033562     MOVE PBNK-ROUTING-NUMBER       TO EFT-ROUTING-NUMBER.
033563     MOVE PBNK-ACCOUNT-NUMBER       TO EFT-ACCOUNT-NUMBER.
033564     MOVE PBNK-ACCOUNT-TYPE         TO EFT-ACCOUNT-TYPE.
033565     MOVE ZERO                      TO EFT-PAYMENT-AMT.
033566     WRITE EFT-DETAIL-RECORD.
033567     ADD 1                          TO WS-PRENOTE-COUNT.
033568     PERFORM 4220-BUILD-EFT-REGISTER.
033569     PERFORM 4225-WRITE-EFT-REGISTER.
033570
033571     PERFORM 4080-SET-VERIFY-DATE.
033572     MOVE 'N'                       TO PBNK-VERIFY-STATUS.
033573     REWRITE PROVIDER-BANKING-RECORD.
033574
033575     MOVE PBNK-PROVIDER-NUMBER      TO RPT-EXC-PROVIDER.
033576     MOVE ZERO                      TO RPT-EXC-AMOUNT.
033577     MOVE SPACES                    TO RPT-EXC-TEXT.
033578     STRING 'PRENOTE SENT - VERIFIED AS OF ' PBNK-VERIFY-DATE
033579        DELIMITED BY SIZE INTO RPT-EXC-TEXT.
033580     WRITE EFTRPT-RECORD  FROM RPT-EXCEPTION-LINE.
033581/
033582******************************************************************
033583*  THE VERIFY DATE IS THE COOLING DAYS' WORTH OF BUSINESS DAYS   *
033584*  AFTER TONIGHT - WEEKDAYS NOT ON THE CALENDAR MASTER, COUNTED  *
033585*  BY ESCALBDY.                                                  *
033586******************************************************************
033587 4080-SET-VERIFY-DATE.
033588     MOVE 'A'                       TO BDY-FUNCTION.
033589     MOVE WS-TODAY                  TO BDY-FROM-DATE.
033590     MOVE WS-COOLING-DAYS           TO BDY-DAY-COUNT.
033591     CALL 'ESCALBDY'             USING BUSINESS-DAY-REQUEST.
033592     MOVE BDY-RESULT-DATE           TO PBNK-VERIFY-DATE.
033600/
033700 4100-ISSUE-ONE-PAYMENT.
033800     EVALUATE TRUE
033900        WHEN WS-PRV-NET-AMT (WS-PRV-SUB) < ZERO
034000           ADD 1                    TO WS-NEGATIVE-NET-COUNT
034033           ADD WS-PRV-NET-AMT (WS-PRV-SUB) TO
034066                                    WS-NEGATIVE-NET-TOTAL
034100           MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO RPT-EXC-PROVIDER
034200           MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-EXC-AMOUNT
034300           MOVE 'NEGATIVE NET - NOT FUNDED' TO RPT-EXC-TEXT
035500         NOT INVALID KEY MOVE 'Y'   TO WS-PBNK-FOUND-SWITCH
035600     END-READ.
035700
035800     MOVE SPACES                    TO WS-PAID-BY.
035900     PERFORM 3600-SET-PAYMENT-ROUTE.
036000     EVALUATE TRUE
036001        WHEN ROUTE-CHECK-NO-BANKING
036002           PERFORM 4300-ISSUE-ONE-CHECK
036003           IF CHKR-WRITTEN  THEN
036004              MOVE 'CHECK'          TO WS-PAID-BY
036005           END-IF
036006        WHEN ROUTE-CHECK-PENDING
036007           PERFORM 4300-ISSUE-ONE-CHECK
036008           IF CHKR-WRITTEN  THEN
036009              MOVE 'CHECK'          TO WS-PAID-BY
036010              ADD 1                 TO WS-PENDING-CHECK-COUNT
036011              ADD WS-PRV-NET-AMT (WS-PRV-SUB) TO
036012                                    WS-PENDING-CHECK-TOTAL
036013              MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO
036014                                    RPT-EXC-PROVIDER
036015              MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-EXC-AMOUNT
036016              MOVE 'ACCOUNT IN PRENOTE VERIFICATION - BY CHECK'
036017                                    TO RPT-EXC-TEXT
036018              WRITE EFTRPT-RECORD  FROM RPT-EXCEPTION-LINE
036019           END-IF
036020        WHEN ROUTE-CHECK-DEAD-ACCOUNT
036021           PERFORM 4300-ISSUE-ONE-CHECK
036022           IF CHKR-WRITTEN  THEN
036023              MOVE 'CHECK'          TO WS-PAID-BY
036024              ADD 1                 TO WS-DEAD-ACCT-CHECK-COUNT
036025              ADD WS-PRV-NET-AMT (WS-PRV-SUB) TO
036026                                    WS-DEAD-ACCT-CHECK-TOTAL
036027              MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO
036028                                    RPT-EXC-PROVIDER
036029              MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-EXC-AMOUNT
036030              MOVE 'ACCOUNT FLAGGED BY BANK RETURN - BY CHECK'
036031                                    TO RPT-EXC-TEXT
036032              WRITE EFTRPT-RECORD  FROM RPT-EXCEPTION-LINE
036033           END-IF
036034        WHEN OTHER
036035           PERFORM 4210-WRITE-EFT-PAYMENT
036036           MOVE 'EFT'               TO WS-PAID-BY
036037     END-EVALUATE.
036038
036039*    A PAYMENT THAT WENT OUT TO A PROVIDER WHOSE BANKING RECORD
036040*    WAS TOUCHED RECENTLY IS LOOKED AT BY PAYMENT INTEGRITY.
036041     IF PBNK-RECORD-FOUND  AND  WS-PAID-BY NOT = SPACES  THEN
036042        PERFORM 4400-CHECK-BANKING-CHANGE
036043     END-IF.
036044/
036045 4210-WRITE-EFT-PAYMENT.
036046     ADD 1                          TO WS-PAYMENT-SEQUENCE.
036047     MOVE SPACES                    TO EFT-DETAIL-RECORD.
036048     MOVE 'D'                       TO EFT-RECORD-TYPE.
036049     MOVE 'C'                       TO EFT-ENTRY-TYPE.
036050     MOVE WS-TODAY                  TO EFT-PAY-DATE.
036051     MOVE WS-PAYMENT-SEQUENCE       TO EFT-PAY-SEQUENCE.
036052     MOVE PBNK-ROUTING-NUMBER (1:8) TO EFT-TRACE-ROUTING.
036053     MOVE WS-PAYMENT-SEQUENCE       TO EFT-TRACE-SEQUENCE.
036054     MOVE PBNK-PROVIDER-NUMBER      TO EFT-PROVIDER-NUMBER.
036055     MOVE PBNK-ROUTING-NUMBER       TO EFT-ROUTING-NUMBER.
036056     MOVE PBNK-ACCOUNT-NUMBER       TO EFT-ACCOUNT-NUMBER.
036057     MOVE PBNK-ACCOUNT-TYPE         TO EFT-ACCOUNT-TYPE.
036058     MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO EFT-PAYMENT-AMT.
036059     WRITE EFT-DETAIL-RECORD.
036060     PERFORM 4220-BUILD-EFT-REGISTER.
036061     PERFORM 4225-WRITE-EFT-REGISTER.
036062
036063     ADD 1                          TO WS-FUNDED-COUNT.
036064     ADD WS-PRV-NET-AMT (WS-PRV-SUB) TO WS-FUNDING-TOTAL.
036065
036066     MOVE EFT-PAYMENT-NUMBER        TO RPT-PAYMENT-NUMBER.
036067     MOVE EFT-TRACE-NUMBER          TO RPT-TRACE-NUMBER.
036068     MOVE PBNK-PROVIDER-NUMBER      TO RPT-PROVIDER.
036069     MOVE PBNK-ROUTING-NUMBER       TO RPT-ROUTING.
036070     MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-AMOUNT.
036071     WRITE EFTRPT-RECORD  FROM RPT-DETAIL-LINE.
036072/
036073******************************************************************
036074*  THE EFT PAYMENT REGISTER ROW FOR THE DETAIL JUST WRITTEN.     *
036075*  ESCALERT POSTS THE BANK'S SETTLEMENTS AND RETURNS AGAINST IT  *
036076*  BY PAYMENT NUMBER.  A RERUN OF THE SAME DAY REUSES THE SAME   *
036077*  PAYMENT NUMBERS, SO A ROW ALREADY THERE IS REPLACED.          *
036078******************************************************************
036079 4220-BUILD-EFT-REGISTER.
036080     MOVE SPACES                    TO EFT-REGISTER-RECORD.
036081     MOVE EFT-PAYMENT-NUMBER        TO EFRG-PAYMENT-NUMBER.
036082     MOVE EFT-TRACE-NUMBER          TO EFRG-TRACE-NUMBER.
036083     MOVE EFT-PROVIDER-NUMBER       TO EFRG-PROVIDER-NUMBER.
036084     MOVE EFT-ROUTING-NUMBER        TO EFRG-ROUTING-NUMBER.
036085     MOVE EFT-ACCOUNT-NUMBER        TO EFRG-ACCOUNT-NUMBER.
036086     MOVE EFT-ACCOUNT-TYPE          TO EFRG-ACCOUNT-TYPE.
036087     MOVE EFT-ENTRY-TYPE            TO EFRG-ENTRY-TYPE.
036088     MOVE EFT-PAYMENT-AMT           TO EFRG-PAYMENT-AMT.
036089     MOVE 'I'                       TO EFRG-STATUS.
036090     MOVE WS-TODAY                  TO EFRG-STATUS-DATE.
036091     MOVE ZERO                      TO EFRG-ORIGINAL-PAYMENT-NBR
036092                                       EFRG-REISSUE-PAYMENT-NBR.
036093/
036094 4225-WRITE-EFT-REGISTER.
036095     WRITE EFT-REGISTER-RECORD
036096         INVALID KEY     MOVE 'N'   TO WS-EFRG-WRITTEN-SWITCH
036097         NOT INVALID KEY MOVE 'Y'   TO WS-EFRG-WRITTEN-SWITCH
036098     END-WRITE.
036099     IF EFRG-NOT-WRITTEN  THEN
036100        REWRITE EFT-REGISTER-RECORD
036101     END-IF.
036125/
036126******************************************************************
036127*  ONE CHECK PER UNBANKED PROVIDER - THE NEXT NUMBER FROM THE    *
036128*  STOCK RANGE, A PAYMENT NUMBER FROM THE SAME DAILY SEQUENCE    *
036129*  THE EFT DETAILS USE, A REGISTER RECORD, A POSITIVE-PAY ISSUE  *
036130*  DETAIL, AND THE FACE RECORD FOR THE CHECK WRITER.  A NUMBER   *
036131*  ALREADY ON THE REGISTER MEANS CHKCTL HAS BEEN SET BACK; THE   *
036132*  PROVIDER IS LEFT UNPAID AND THE DISBURSEMENT PROOF FAILS.     *
036133******************************************************************
036134 4300-ISSUE-ONE-CHECK.
036135     MOVE CHKC-NEXT-CHECK-NUMBER    TO WS-CHECK-NUMBER.
036136     ADD 1                          TO CHKC-NEXT-CHECK-NUMBER.
036137
036138     MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO PTAX-PROVIDER-NUMBER.
036139     READ TAX-FILE
036140         INVALID KEY     MOVE 'N'   TO WS-PTAX-FOUND-SWITCH
036141         NOT INVALID KEY MOVE 'Y'   TO WS-PTAX-FOUND-SWITCH
036142     END-READ.
036143     IF PTAX-RECORD-NOT-FOUND  THEN
036144        MOVE SPACES                 TO PROVIDER-TAX-RECORD
036145        STRING 'PROVIDER CCN ' WS-PRV-PROVIDER (WS-PRV-SUB)
036146           DELIMITED BY SIZE INTO PTAX-LEGAL-NAME
036147     END-IF.
036148
036149     INITIALIZE CHECK-REGISTER-RECORD.
036150     MOVE WS-CHECK-NUMBER           TO CHKR-CHECK-NUMBER.
036151     MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO CHKR-PROVIDER-NUMBER.
036152     MOVE WS-TODAY                  TO CHKR-ISSUE-DATE
036153                                       CHKR-STATUS-DATE.
036154     MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO CHKR-CHECK-AMT.
036155     MOVE 'O'                       TO CHKR-STATUS.
036156     COMPUTE CHKR-PAY-SEQUENCE = WS-PAYMENT-SEQUENCE + 1.
036157     MOVE 'ESCALEFT'                TO CHKR-OPERATOR-ID.
036158     WRITE CHECK-REGISTER-RECORD
036159         INVALID KEY     MOVE 'N'   TO WS-CHKR-WRITTEN-SWITCH
036160         NOT INVALID KEY MOVE 'Y'   TO WS-CHKR-WRITTEN-SWITCH
036161     END-WRITE.
036162
036163     IF CHKR-WRITTEN  THEN
036164        PERFORM 4310-RELEASE-ONE-CHECK
036165     ELSE
036166        ADD 1                       TO WS-CHECK-FAILED-COUNT
036167        DISPLAY 'ESCALEFT - CHECK ' WS-CHECK-NUMBER
036168           ' ALREADY ON CHKREG - CHKCTL OUT OF STEP'
036169        MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO RPT-EXC-PROVIDER
036200        MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-EXC-AMOUNT
036300        MOVE 'CHECK NUMBER ALREADY USED - NOT PAID' TO
036400                                    RPT-EXC-TEXT
036500        WRITE EFTRPT-RECORD  FROM RPT-EXCEPTION-LINE
036505     END-IF.
036510/
036515 4310-RELEASE-ONE-CHECK.
036520     ADD 1                          TO WS-PAYMENT-SEQUENCE.
036525     ADD 1                          TO WS-CHECKED-COUNT.
036530     ADD WS-PRV-NET-AMT (WS-PRV-SUB) TO WS-CHECKED-TOTAL.
036535     MOVE WS-CHECK-NUMBER           TO
036540        WS-PRV-CHECK-NUMBER (WS-PRV-SUB).
036545
036550     MOVE SPACES                    TO POSITIVE-PAY-RECORD.
036555     MOVE 'D'                       TO PPAY-RECORD-TYPE.
036560     MOVE 'I'                       TO PPAY-ISSUE-VOID-IND.
036565     MOVE CHKC-ACCOUNT-NUMBER       TO PPAY-ACCOUNT-NUMBER.
036570     MOVE WS-CHECK-NUMBER           TO PPAY-CHECK-NUMBER.
036575     MOVE WS-TODAY                  TO PPAY-ISSUE-DATE.
036580     MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO PPAY-CHECK-AMT.
036585     MOVE PTAX-LEGAL-NAME           TO PPAY-PAYEE-NAME.
036590     WRITE POSITIVE-PAY-RECORD.
036595
036600     MOVE SPACES                    TO CHECK-PRINT-RECORD.
036605     MOVE WS-CHECK-NUMBER           TO CHKS-CHECK-NUMBER.
036610     MOVE 'C'                       TO CHKS-RECORD-TYPE.
036615     MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO CHKS-PROVIDER-NUMBER.
036620     MOVE WS-TODAY                  TO CHKS-ISSUE-DATE.
036625     MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO CHKS-CHECK-AMT.
036630     MOVE WS-PAYMENT-SEQUENCE       TO CHKS-PAY-SEQUENCE.
036635     MOVE PTAX-LEGAL-NAME           TO CHKS-PAYEE-NAME.
036640     MOVE PTAX-ADDRESS              TO CHKS-PAYEE-ADDRESS.
036645     MOVE PTAX-CITY                 TO CHKS-PAYEE-CITY.
036650     MOVE PTAX-STATE                TO CHKS-PAYEE-STATE.
036655     MOVE PTAX-ZIP                  TO CHKS-PAYEE-ZIP.
036660     MOVE ZERO                      TO CHKS-ORIGINAL-CHECK-NBR
036665                                       CHKS-ORIGINAL-ISSUE-DATE.
036670     WRITE CHECK-PRINT-RECORD.
036675
036680     MOVE WS-TODAY                  TO RPT-CHK-PAY-DATE.
036685     MOVE WS-PAYMENT-SEQUENCE       TO RPT-CHK-PAY-SEQUENCE.
036690     MOVE WS-CHECK-NUMBER           TO RPT-CHK-CHECK-NUMBER.
036695     MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO RPT-CHK-PROVIDER.
036700     MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-CHK-AMOUNT.
036705     MOVE PTAX-LEGAL-NAME           TO RPT-CHK-PAYEE.
036710     WRITE EFTRPT-RECORD  FROM RPT-CHECK-LINE.
036715
036720     IF PTAX-RECORD-NOT-FOUND  THEN
036725        ADD 1                       TO WS-NO-PAYEE-COUNT
036730        MOVE WS-PRV-PROVIDER (WS-PRV-SUB) TO RPT-EXC-PROVIDER
036735        MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-EXC-AMOUNT
036740        MOVE 'CHECK CUT - NO TAX RECORD FOR PAYEE ADDRESS' TO
036745                                    RPT-EXC-TEXT
036750        WRITE EFTRPT-RECORD  FROM RPT-EXCEPTION-LINE
036755     END-IF.
036760/
036765******************************************************************
036770*  THE BANKING-CHANGE EXCEPTION - A PAYMENT OF THE LARGE-PAYMENT *
036775*  AMOUNT OR MORE TO A PROVIDER WHOSE BANKING RECORD WAS ADDED   *
036780*  OR CHANGED WITHIN THE WINDOW GOES ON BNKXRPT, WHICHEVER WAY   *
036785*  IT WAS PAID.  THE PAYMENT NUMBER IS THE ONE JUST ASSIGNED.    *
036790******************************************************************
036795 4400-CHECK-BANKING-CHANGE.
036800     IF WS-PRV-NET-AMT (WS-PRV-SUB) NOT < WS-LARGE-PAYMENT-AMT
036805        AND  PBNK-LAST-UPDATE-DATE NOT < WS-CHANGE-CUTOFF-DATE
036810        THEN
036815        ADD 1                       TO WS-BANK-CHANGE-COUNT
036820        ADD WS-PRV-NET-AMT (WS-PRV-SUB) TO WS-BANK-CHANGE-TOTAL
036825        MOVE PBNK-PROVIDER-NUMBER   TO RPT-BNKX-PROVIDER
036830        MOVE PBNK-LAST-UPDATE-DATE  TO RPT-BNKX-CHANGE-DATE
036835        MOVE PBNK-VERIFY-STATUS     TO RPT-BNKX-VERIFY-STATUS
036840        MOVE PBNK-ROUTING-NUMBER    TO RPT-BNKX-ROUTING
036845        MOVE WS-PAID-BY             TO RPT-BNKX-PAID-BY
036850        MOVE WS-TODAY               TO RPT-BNKX-PAY-DATE
036855        MOVE WS-PAYMENT-SEQUENCE    TO RPT-BNKX-PAY-SEQUENCE
036860        MOVE WS-PRV-NET-AMT (WS-PRV-SUB) TO RPT-BNKX-AMOUNT
036865        WRITE BNKXRPT-RECORD  FROM RPT-BNKX-DETAIL-LINE
036870     END-IF.
036875/
036880******************************************************************
036885*  THE STUB PASS - A SECOND READ OF THE REMIT WRITES ONE STUB    *
036890*  LINE PER DETAIL OF EVERY PROVIDER PAID BY CHECK TONIGHT, SO   *
036895*  THE CHECK CARRIES THE CLAIMS IT PAYS.  THE SORT STEP AHEAD    *
036900*  OF ESCALCHP BRINGS EACH CHECK'S STUB LINES BEHIND ITS FACE.   *
036905******************************************************************
036910 4500-WRITE-CHECK-STUBS.
036915     IF WS-CHECKED-COUNT > ZERO  THEN
036920        CLOSE REMIT-EXTRACT-IN
036925        OPEN INPUT REMIT-EXTRACT-IN
036930        MOVE 'N'                    TO WS-STUB-EOF-SWITCH
036935        PERFORM 4510-WRITE-ONE-STUB UNTIL STUB-END-OF-FILE
036940     END-IF.
036945/
036950 4510-WRITE-ONE-STUB.
036955     READ REMIT-EXTRACT-IN
036960         AT END MOVE 'Y'            TO WS-STUB-EOF-SWITCH
036965     END-READ.
036970
036975     IF STUB-NOT-END-OF-FILE  AND  NOT REM-IS-TRAILER  THEN
036980        MOVE ZERO                   TO WS-PRV-MATCH-SUB
036985        PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
036990           UNTIL WS-PRV-SUB > WS-PRV-COUNT
036995              OR WS-PRV-MATCH-SUB > ZERO
037000           IF WS-PRV-PROVIDER (WS-PRV-SUB) = REM-PROVIDER-NUMBER
037005              THEN
037010              MOVE WS-PRV-SUB       TO WS-PRV-MATCH-SUB
037015           END-IF
037020        END-PERFORM
037025        IF WS-PRV-MATCH-SUB > ZERO  THEN
037030           IF WS-PRV-CHECK-NUMBER (WS-PRV-MATCH-SUB) > ZERO  THEN
037035              PERFORM 4520-BUILD-STUB-LINE
037040           END-IF
037045        END-IF
037050     END-IF.
037055/
037060 4520-BUILD-STUB-LINE.
037065     MOVE SPACES                    TO CHECK-PRINT-RECORD.
037070     MOVE WS-PRV-CHECK-NUMBER (WS-PRV-MATCH-SUB) TO
037075                                       CHKS-CHECK-NUMBER.
037080     MOVE 'S'                       TO CHKS-RECORD-TYPE.
037085     MOVE REM-PROVIDER-NUMBER       TO CHKS-PROVIDER-NUMBER.
037090     MOVE REM-CLAIM-NUMBER          TO CHKS-STUB-CLAIM-NUMBER.
037095     MOVE REM-RECORD-TYPE           TO CHKS-STUB-REMIT-TYPE.
037100     MOVE REM-GROSS-PAY-AMT         TO CHKS-STUB-GROSS-AMT.
037105     MOVE REM-CARC-CODE             TO CHKS-STUB-CARC-CODE.
037110     MOVE REM-RTC                   TO CHKS-STUB-RTC.
037115*    THE STUB SHOWS EACH LINE THE WAY IT MOVED THE PROVIDER'S
037120*    NET - A PAID LINE'S NET PLUS OUTLIER, A REVERSAL OR OFFSET
037125*    TAKEN OUT AT ITS GROSS - SO THE LINES FOOT TO THE CHECK.
037130     IF REM-IS-REVERSAL  OR  REM-IS-OFFSET  THEN
037135        COMPUTE CHKS-STUB-PAID-AMT = ZERO - REM-GROSS-PAY-AMT
037140     ELSE
037145        COMPUTE CHKS-STUB-PAID-AMT ROUNDED =
037150           REM-NET-PAY-AMT + REM-OUTLIER-AMT
037155     END-IF.
037160     WRITE CHECK-PRINT-RECORD.
037165     ADD 1                          TO WS-STUB-COUNT.
037170/
037175******************************************************************
037180*  RETURNED PAYMENTS WAITING ON THE HELD-RETURNS FILE.  EACH ONE *
037185*  STILL RETURNED ON THE REGISTER IS REISSUED AS A NEW PAYMENT   *
037190*  NUMBER WHEN THIS RUN IS RELEASING MONEY AND THE PROVIDER'S    *
037195*  BANKING WOULD BE FUNDED TODAY - CORRECTED, AND PAST ITS       *
037200*  PRENOTE COOLING DAYS.  ANYTHING ELSE CARRIES TO EFTHLDO FOR   *
037205*  TOMORROW.  AN ITEM NO LONGER RETURNED ON THE REGISTER HAS     *
037210*  ALREADY BEEN DEALT WITH AND IS DROPPED.                       *
037215******************************************************************
037220 4600-PROCESS-HELD-RETURNS.
037225     PERFORM 4690-READ-NEXT-HELD.
037230     PERFORM 4610-PROCESS-ONE-HELD UNTIL HELD-END-OF-FILE.
037235/
037240 4610-PROCESS-ONE-HELD.
037245     MOVE EFRG-PAYMENT-NUMBER       TO WS-ORIG-PAYMENT-NUMBER.
037250     MOVE EFRG-PROVIDER-NUMBER      TO WS-HELD-PROVIDER.
037255     MOVE EFRG-PAYMENT-AMT          TO WS-HELD-AMT.
037260     READ EFT-REGISTER
037265         INVALID KEY     MOVE 'N'   TO WS-EFRG-FOUND-SWITCH
037270         NOT INVALID KEY MOVE 'Y'   TO WS-EFRG-FOUND-SWITCH
037275     END-READ.
037280
037285     EVALUATE TRUE
037290        WHEN EFRG-RECORD-NOT-FOUND
037295           MOVE 'HELD RETURN NOT ON EFT REGISTER - DROPPED'
037300                                    TO RPT-EXC-TEXT
037305           PERFORM 4640-DROP-HELD
037310        WHEN NOT EFRG-RETURNED
037315           MOVE 'HELD RETURN ALREADY REISSUED - DROPPED'
037320                                    TO RPT-EXC-TEXT
037325           PERFORM 4640-DROP-HELD
037330        WHEN REISSUE-NOT-ALLOWED
037335           PERFORM 4630-CARRY-HELD
037340        WHEN OTHER
037345           MOVE WS-HELD-PROVIDER    TO PBNK-PROVIDER-NUMBER
037350           READ BANKING-FILE
037355               INVALID KEY     MOVE 'N' TO WS-PBNK-FOUND-SWITCH
037360               NOT INVALID KEY MOVE 'Y' TO WS-PBNK-FOUND-SWITCH
037365           END-READ
037370           PERFORM 3600-SET-PAYMENT-ROUTE
037375           IF ROUTE-BY-EFT  THEN
037380              PERFORM 4620-REISSUE-HELD
037385           ELSE
037390              PERFORM 4630-CARRY-HELD
037395           END-IF
037400     END-EVALUATE.
037405
037410     PERFORM 4690-READ-NEXT-HELD.
037415/
037420 4620-REISSUE-HELD.
037425     ADD 1                          TO WS-PAYMENT-SEQUENCE.
037430     MOVE SPACES                    TO EFT-DETAIL-RECORD.
037435     MOVE 'D'                       TO EFT-RECORD-TYPE.
037440     MOVE 'C'                       TO EFT-ENTRY-TYPE.
037445     MOVE WS-TODAY                  TO EFT-PAY-DATE.
037450     MOVE WS-PAYMENT-SEQUENCE       TO EFT-PAY-SEQUENCE.
037455     MOVE PBNK-ROUTING-NUMBER (1:8) TO EFT-TRACE-ROUTING.
037460     MOVE WS-PAYMENT-SEQUENCE       TO EFT-TRACE-SEQUENCE.
037465     MOVE PBNK-PROVIDER-NUMBER      TO EFT-PROVIDER-NUMBER.
037470     MOVE PBNK-ROUTING-NUMBER       TO EFT-ROUTING-NUMBER.
037475     MOVE PBNK-ACCOUNT-NUMBER       TO EFT-ACCOUNT-NUMBER.
037480     MOVE PBNK-ACCOUNT-TYPE         TO EFT-ACCOUNT-TYPE.
037485     MOVE WS-HELD-AMT               TO EFT-PAYMENT-AMT.
037490     WRITE EFT-DETAIL-RECORD.
037495     ADD 1                          TO WS-REISSUED-COUNT.
037500     ADD WS-HELD-AMT                TO WS-REISSUED-TOTAL.
037505
037510     PERFORM 4220-BUILD-EFT-REGISTER.
037515     MOVE WS-ORIG-PAYMENT-NUMBER    TO EFRG-ORIGINAL-PAYMENT-NBR.
037520     PERFORM 4225-WRITE-EFT-REGISTER.
037525
037530*    THE RETURNED PAYMENT POINTS FORWARD TO ITS REISSUE.
037535     MOVE WS-ORIG-PAYMENT-NUMBER    TO EFRG-PAYMENT-NUMBER.
037540     READ EFT-REGISTER
037545         INVALID KEY     MOVE 'N'   TO WS-EFRG-FOUND-SWITCH
037550         NOT INVALID KEY MOVE 'Y'   TO WS-EFRG-FOUND-SWITCH
037555     END-READ.
037560     IF EFRG-RECORD-FOUND  THEN
037565        MOVE 'E'                    TO EFRG-STATUS
037570        MOVE WS-TODAY               TO EFRG-STATUS-DATE
037575        MOVE EFT-PAYMENT-NUMBER     TO EFRG-REISSUE-PAYMENT-NBR
037580        REWRITE EFT-REGISTER-RECORD
037585     END-IF.
037590
037595     MOVE EFT-PAYMENT-NUMBER        TO RPT-PAYMENT-NUMBER.
037600     MOVE EFT-TRACE-NUMBER          TO RPT-TRACE-NUMBER.
037605     MOVE PBNK-PROVIDER-NUMBER      TO RPT-PROVIDER.
037610     MOVE PBNK-ROUTING-NUMBER       TO RPT-ROUTING.
037615     MOVE WS-HELD-AMT               TO RPT-AMOUNT.
037620     WRITE EFTRPT-RECORD  FROM RPT-DETAIL-LINE.
037625     MOVE PBNK-PROVIDER-NUMBER      TO RPT-EXC-PROVIDER.
037630     MOVE WS-HELD-AMT               TO RPT-EXC-AMOUNT.
037635     MOVE SPACES                    TO RPT-EXC-TEXT.
037640     STRING 'REISSUE OF RETURNED PAYMENT ' WS-ORIG-PAYMENT-NUMBER
037645        DELIMITED BY SIZE INTO RPT-EXC-TEXT.
037650     WRITE EFTRPT-RECORD  FROM RPT-EXCEPTION-LINE.
037655/
037660 4630-CARRY-HELD.
037665     WRITE EFTHLDO-RECORD  FROM EFT-REGISTER-RECORD.
037670     ADD 1                          TO WS-HELD-CARRIED-COUNT.
037675     ADD WS-HELD-AMT                TO WS-HELD-CARRIED-TOTAL.
037680/
037685 4640-DROP-HELD.
037690     ADD 1                          TO WS-HELD-DROPPED-COUNT.
037695     MOVE WS-HELD-PROVIDER          TO RPT-EXC-PROVIDER.
037700     MOVE WS-HELD-AMT               TO RPT-EXC-AMOUNT.
037705     WRITE EFTRPT-RECORD  FROM RPT-EXCEPTION-LINE.
037710/
037715 4690-READ-NEXT-HELD.
037720     READ RETURNS-HELD-IN  INTO EFT-REGISTER-RECORD
037725         AT END  MOVE 'Y'           TO WS-HELD-EOF-SWITCH
037730     END-READ.
037735/
037740******************************************************************
037745*  THE DISBURSEMENT PROOF - EVERY RELEASED DOLLAR LEAVES BY EFT  *
037750*  OR BY CHECK.  THE TRAILER'S NET PLUS THE OUTLIER, LESS THE    *
037755*  TRAILER'S REVERSED AND OFFSET DOLLARS, IS WHAT THE PROVIDERS  *
037760*  NET TO; TAKE AWAY THE NEGATIVE NETS LEFT UNPAID AND WHAT IS   *
037765*  LEFT MUST EQUAL FUNDED PLUS CHECKED TO THE PENNY.             *
037770******************************************************************
037775 5000-PROVE-DISBURSEMENT.
037780     COMPUTE WS-DISBURSED-TOTAL =
037785        WS-FUNDING-TOTAL + WS-CHECKED-TOTAL.
037790     COMPUTE WS-RELEASED-TOTAL =
037795        WS-IN-TRL-NET-TOTAL + WS-COMPUTED-OUTLIER-TOTAL
037800        - WS-IN-TRL-REVERSED-TOTAL - WS-IN-TRL-OFFSET-TOTAL
037805        - WS-NEGATIVE-NET-TOTAL.
037810
037815     MOVE 'FUNDED PLUS CHECKED . . . .'  TO RPT-BAL-TEXT.
037820     MOVE WS-DISBURSED-TOTAL        TO RPT-BAL-COMPUTED.
037825     MOVE WS-RELEASED-TOTAL         TO RPT-BAL-TRAILER.
037830     IF WS-DISBURSED-TOTAL NOT = WS-RELEASED-TOTAL  THEN
037835        MOVE '*** OUT ***'          TO RPT-BAL-FLAG
037840        DISPLAY 'ESCALEFT - FUNDED PLUS CHECKED DOES NOT EQUAL '
037845           'THE RELEASED REMIT - SEE EFTRPT'
037850        MOVE 16                     TO RETURN-CODE
037855     ELSE
037860        MOVE SPACES                 TO RPT-BAL-FLAG
039000     END-IF.
039001     WRITE EFTRPT-RECORD  FROM RPT-BALANCE-LINE.
039115/
039200 6000-PRINT-RUN-TOTALS.
039300     MOVE 'PROVIDERS FUNDED  . . . . .'  TO RPT-TOTAL-TEXT.
039400     MOVE WS-FUNDED-COUNT           TO RPT-TOTAL-COUNT.
039500     MOVE WS-FUNDING-TOTAL          TO RPT-TOTAL-AMT.
039600     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
039700
039800     MOVE 'PAID BY CHECK . . . . . . .'  TO RPT-TOTAL-TEXT.
039900     MOVE WS-CHECKED-COUNT          TO RPT-TOTAL-COUNT.
040000     MOVE WS-CHECKED-TOTAL          TO RPT-TOTAL-AMT.
040100     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040103
040106     MOVE 'CHECKS WITH NO PAYEE RECORD'  TO RPT-TOTAL-TEXT.
040109     MOVE WS-NO-PAYEE-COUNT         TO RPT-TOTAL-COUNT.
040112     MOVE ZERO                      TO RPT-TOTAL-AMT.
040115     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040118
040121     MOVE 'CHECK STUB LINES WRITTEN  .'  TO RPT-TOTAL-TEXT.
040124     MOVE WS-STUB-COUNT             TO RPT-TOTAL-COUNT.
040127     MOVE ZERO                      TO RPT-TOTAL-AMT.
040130     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040133
040136     MOVE 'PRENOTES SENT . . . . . . .'  TO RPT-TOTAL-TEXT.
040139     MOVE WS-PRENOTE-COUNT          TO RPT-TOTAL-COUNT.
040142     MOVE ZERO                      TO RPT-TOTAL-AMT.
040145     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040148
040151     MOVE 'ACCOUNTS VERIFIED . . . . .'  TO RPT-TOTAL-TEXT.
040154     MOVE WS-VERIFIED-COUNT         TO RPT-TOTAL-COUNT.
040157     MOVE ZERO                      TO RPT-TOTAL-AMT.
040160     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040163
040166     MOVE 'CHECKS FOR UNVERIFIED ACCTS'  TO RPT-TOTAL-TEXT.
040169     MOVE WS-PENDING-CHECK-COUNT    TO RPT-TOTAL-COUNT.
040172     MOVE WS-PENDING-CHECK-TOTAL    TO RPT-TOTAL-AMT.
040175     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040178
040181     MOVE 'BANKING-CHANGE EXCEPTIONS .'  TO RPT-TOTAL-TEXT.
040184     MOVE WS-BANK-CHANGE-COUNT      TO RPT-TOTAL-COUNT.
040187     MOVE WS-BANK-CHANGE-TOTAL      TO RPT-TOTAL-AMT.
040190     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040193     WRITE BNKXRPT-RECORD FROM RPT-TOTAL-LINE.
040200
040300     MOVE 'NEGATIVE NETS . . . . . . .'  TO RPT-TOTAL-TEXT.
040400     MOVE WS-NEGATIVE-NET-COUNT     TO RPT-TOTAL-COUNT.
040404     MOVE ZERO                      TO RPT-TOTAL-AMT.
040408     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040412
040416     MOVE 'CHECKS - RETURNED ACCOUNTS '  TO RPT-TOTAL-TEXT.
040420     MOVE WS-DEAD-ACCT-CHECK-COUNT  TO RPT-TOTAL-COUNT.
040424     MOVE WS-DEAD-ACCT-CHECK-TOTAL  TO RPT-TOTAL-AMT.
040428     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040432
040436     MOVE 'RETURNED PAYMENTS REISSUED '  TO RPT-TOTAL-TEXT.
040440     MOVE WS-REISSUED-COUNT         TO RPT-TOTAL-COUNT.
040444     MOVE WS-REISSUED-TOTAL         TO RPT-TOTAL-AMT.
040448     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040452
040456     MOVE 'RETURNED PAYMENTS STILL HELD'  TO RPT-TOTAL-TEXT.
040460     MOVE WS-HELD-CARRIED-COUNT     TO RPT-TOTAL-COUNT.
040464     MOVE WS-HELD-CARRIED-TOTAL     TO RPT-TOTAL-AMT.
040468     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040472
040476     MOVE 'HELD RETURNS DROPPED  . . .'  TO RPT-TOTAL-TEXT.
040480     MOVE WS-HELD-DROPPED-COUNT     TO RPT-TOTAL-COUNT.
040500     MOVE ZERO                      TO RPT-TOTAL-AMT.
040600     WRITE EFTRPT-RECORD  FROM RPT-TOTAL-LINE.
040700/
040900     CLOSE REMIT-EXTRACT-IN
041000           BANKING-FILE
041100           EFT-FUNDING-OUT
041110           ISSUANCE-REPORT
041120           CHECK-CONTROL
041130           CHECK-REGISTER
041140           TAX-FILE
041150           POSITIVE-PAY-OUT
041160           CHECK-PRINT-OUT
041170           BANK-CHANGE-REPORT
041180           EFT-REGISTER
041190           RETURNS-HELD-IN
041200           RETURNS-HELD-OUT.
041210/
041220******************************************************************
041230*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
041240*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
041250*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
041260*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
041270*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
041280******************************************************************
041290 0800-REGISTER-STEP-START.
041300     MOVE 'S'                       TO JSX-FUNCTION.
041310     MOVE 'ESCALEFT'                TO JSX-STEP-NAME.
041320     MOVE ZERO                      TO JSX-RUN-DATE.
041330     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
041340     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
041350/
041360 0850-REGISTER-STEP-END.
041370     MOVE 'E'                       TO JSX-FUNCTION.
041380     MOVE RETURN-CODE               TO JSX-STEP-RC.
041390     MOVE 'EFT FUNDED'              TO JSX-COUNT-LABEL (1).
041400     MOVE WS-FUNDED-COUNT           TO JSX-COUNT (1).
041410     MOVE 'CHECKS'                  TO JSX-COUNT-LABEL (2).
041420     MOVE WS-CHECKED-COUNT          TO JSX-COUNT (2).
041430     MOVE 'PRENOTES'                TO JSX-COUNT-LABEL (3).
041440     MOVE WS-PRENOTE-COUNT          TO JSX-COUNT (3).
041450     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
041460     MOVE JSX-STEP-RC               TO RETURN-CODE.
