001300*           FOR A REOPENED APPEAL.
001310* 09/01/2026 ESCALARC - ARCHIVE RECORD RESIZED FOR THE MBI AND
001320*           SERVICE YEAR ADDED TO THE AUDIT RECORD LAYOUT.
001327* 10/15/2026 ESCALARC - ARCHIVE RECORD RESIZED FOR THE INTEGRITY
001334*           CHAIN FIELDS ADDED TO THE AUDIT RECORD LAYOUT.  BOTH
001341*           MODES MOVE A RECORD WHOLE, CHAIN FIELDS AND HASH AS
001348*           WRITTEN, SO AN ARCHIVED OR RESTORED RECORD STILL
001355*           VERIFIES IN ITS ORIGINAL CHAIN (ESCALHVF READS THE
001362*           ARCHIVE GENERATIONS ALONGSIDE THE STORE).
001369* 10/15/2026 ESCALARC - A RECORD PAST THE APPEAL WINDOW THAT
001376*           A LEGAL HOLD IN FORCE COVERS (ESCALLHC) IS LEFT IN THE
001383*           STORE AND LISTED, UNDER ITS HOLD ID, ON THE
001390*           HELD-RECORD REPORT (ARCHELD).
001400******************************************************************
001500 DATE-COMPILED.
001600 ENVIRONMENT DIVISION.
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT ARCHIVE-IN           ASSIGN TO ARCHIN
003100         ORGANIZATION IS SEQUENTIAL.
003133     SELECT HELD-RECORD-REPORT   ASSIGN TO ARCHELD
003166         ORGANIZATION IS SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
004400 FD  ARCHIVE-OUT
004500     LABEL RECORDS ARE STANDARD
004600     RECORDING MODE IS F.
004700 01  ARCHOUT-RECORD                 PIC X(291).
004800/
004900 FD  ARCHIVE-IN
005000     LABEL RECORDS ARE STANDARD
005100     RECORDING MODE IS F.
005200 01  ARCHIN-RECORD                  PIC X(291).
005216/
005232 FD  HELD-RECORD-REPORT
005248     LABEL RECORDS ARE STANDARD
005264     RECORDING MODE IS F.
005280 01  ARCHELD-RECORD                 PIC X(100).
005300/
005400 WORKING-STORAGE SECTION.
005500 01  W-STORAGE-REF                  PIC X(46) VALUE
007400 01  WS-ARCHIVED-COUNT              PIC 9(07) VALUE ZERO.
007500 01  WS-RESTORED-COUNT              PIC 9(07) VALUE ZERO.
007600 01  WS-KEPT-COUNT                  PIC 9(07) VALUE ZERO.
007602 01  WS-HELD-COUNT                  PIC 9(07) VALUE ZERO.
007604
007606 01  RPT-HELD-HEADING-1.
007608     05  FILLER                     PIC X(05) VALUE SPACES.
007610     05  FILLER                     PIC X(50) VALUE
007612         'AUDIT RECORDS PAST RETENTION KEPT UNDER LEGAL HOLD'.
007614     05  RPT-HDR-RUN-DATE           PIC 9(08).
007616
007618 01  RPT-HELD-HEADING-2.
007620     05  FILLER                     PIC X(05) VALUE SPACES.
007622     05  FILLER                     PIC X(25) VALUE
007624         'HOLD ID    CLAIM NUMBER'.
007626     05  FILLER                     PIC X(27) VALUE
007628         'PRICED   CCN    MBI'.
007630
007632 01  RPT-HELD-DETAIL-LINE.
007634     05  FILLER                     PIC X(05) VALUE SPACES.
007636     05  RPT-HOLD-ID                PIC X(10).
007638     05  FILLER                     PIC X(01) VALUE SPACES.
007640     05  RPT-CLAIM-NUMBER           PIC X(13).
007642     05  FILLER                     PIC X(01) VALUE SPACES.
007644     05  RPT-PRICING-DATE           PIC 9(08).
007646     05  FILLER                     PIC X(01) VALUE SPACES.
007648     05  RPT-PROVIDER-NUMBER        PIC X(06).
007650     05  FILLER                     PIC X(01) VALUE SPACES.
007652     05  RPT-MBI                    PIC X(11).
007654
007656 01  RPT-HELD-TOTAL-LINE.
007658     05  FILLER                     PIC X(05) VALUE SPACES.
007660     05  FILLER                     PIC X(44) VALUE
007662         'RECORDS KEPT UNDER LEGAL HOLD  . . . . . . .'.
007664     05  RPT-HELD-COUNT             PIC ZZZ,ZZZ,ZZ9.
007666/
007668 COPY LHLXCPY.
007700/
007800 PROCEDURE DIVISION.
007900
008400        WHEN ARCHIVE-MODE
008500           PERFORM 2000-ARCHIVE-SWEEP UNTIL STORE-END-OF-FILE
008600           DISPLAY 'ESCALARC - ARCHIVED ' WS-ARCHIVED-COUNT
008700              ' KEPT ' WS-KEPT-COUNT ' HELD ' WS-HELD-COUNT
008800        WHEN RESTORE-MODE
008900           PERFORM 3000-RESTORE-SWEEP UNTIL ARCH-END-OF-FILE
009000           DISPLAY 'ESCALARC - RESTORED ' WS-RESTORED-COUNT
011900
012000     IF ARCHIVE-MODE  THEN
012100        OPEN OUTPUT ARCHIVE-OUT
012120        OPEN OUTPUT HELD-RECORD-REPORT
012140        MOVE WS-TODAY               TO RPT-HDR-RUN-DATE
012160        WRITE ARCHELD-RECORD     FROM RPT-HELD-HEADING-1
012180        WRITE ARCHELD-RECORD     FROM RPT-HELD-HEADING-2
012200        COMPUTE WS-CUTOFF-INT =
012300           FUNCTION INTEGER-OF-DATE(WS-TODAY) -
012400           WS-APPEAL-WINDOW-DAYS
014700           FUNCTION INTEGER-OF-DATE(AUD-PRICING-DATE)
014800     END-IF.
014900
014950     MOVE 'N'                       TO LHX-HELD-SWITCH.
015000     IF WS-RECORD-INT < WS-CUTOFF-INT  THEN
015100        PERFORM 2200-CHECK-LEGAL-HOLD
015200     END-IF.
015300
015400     EVALUATE TRUE
015500        WHEN WS-RECORD-INT NOT < WS-CUTOFF-INT
015600           ADD 1                    TO WS-KEPT-COUNT
015700        WHEN LHX-RECORD-HELD
015703           ADD 1                    TO WS-HELD-COUNT
015706           MOVE LHX-HOLD-ID         TO RPT-HOLD-ID
015709           MOVE AUD-CLAIM-NUMBER    TO RPT-CLAIM-NUMBER
015712           MOVE AUD-PRICING-DATE    TO RPT-PRICING-DATE
015715           MOVE AUD-PROVIDER-NUMBER TO RPT-PROVIDER-NUMBER
015718           MOVE AUD-MBI             TO RPT-MBI
015721           WRITE ARCHELD-RECORD  FROM RPT-HELD-DETAIL-LINE
015724        WHEN OTHER
015727           ADD 1                    TO WS-ARCHIVED-COUNT
015730           MOVE SPACES              TO ARCHOUT-RECORD
015733           MOVE AUDIT-LOG-RECORD    TO ARCHOUT-RECORD
015736           WRITE ARCHOUT-RECORD
015739           DELETE AUDIT-LOG-STORE RECORD
015742     END-EVALUATE.
015745/
015748******************************************************************
015751***  A record past the appeal window stays in the store while  ***
015754***  a legal hold covers it.  If the hold registry could not be***
015757***  loaded whole, everything stays and the job ends RC 8.     ***
015760******************************************************************
015763 2200-CHECK-LEGAL-HOLD.
015766     MOVE AUD-PROVIDER-NUMBER       TO LHX-PROVIDER-NUMBER.
015769     MOVE AUD-MBI                   TO LHX-MBI.
015772     MOVE AUD-CLAIM-NUMBER          TO LHX-CLAIM-NUMBER.
015775     MOVE ZERO                      TO LHX-RECORD-DATE.
015778     IF AUD-PRICING-DATE NUMERIC  THEN
015781        MOVE AUD-PRICING-DATE       TO LHX-RECORD-DATE
015784     END-IF.
015787     CALL 'ESCALLHC'            USING LEGAL-HOLD-CHECK-REQUEST.
015790     IF LHX-REGISTRY-INCOMPLETE  THEN
015793        MOVE 8                      TO RETURN-CODE
015800     END-IF.
015900/
016000 3000-RESTORE-SWEEP.
017100/
017200 5000-TERMINATE.
017300     IF ARCHIVE-MODE  THEN
017333        MOVE WS-HELD-COUNT          TO RPT-HELD-COUNT
017366        WRITE ARCHELD-RECORD     FROM RPT-HELD-TOTAL-LINE
017400        CLOSE ARCHIVE-OUT
017450              HELD-RECORD-REPORT
017500     END-IF.
017600     IF RESTORE-MODE  THEN
017700        CLOSE ARCHIVE-IN
