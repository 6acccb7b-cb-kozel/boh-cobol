001300*           LEADS THE REPORT EVEN THOUGH EACH INDIVIDUAL CLAIM
001400*           LOOKED FINE, WITH THE NUMBER OF DISTINCT PROVIDERS
001500*           INVOLVED - THE PATTERN NO SINGLE-CLAIM EDIT CAN SEE.
001520* 10/15/2026 ESCALMBR - THE MONTHLY COVERAGE MAXIMUM NOW COMES
001540*           FROM THE EFFECTIVE-DATED PARAMETER MASTER (PARMMAST
001560*           THROUGH ESCALPRM) AS OF TODAY INSTEAD OF THE MBICTL
001580*           FILE.
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
002300 FILE-CONTROL.
002400     SELECT BENE-INDEX-IN        ASSIGN TO MBIIDX
002500         ORGANIZATION IS SEQUENTIAL.
002800     SELECT UTILIZATION-REPORT   ASSIGN TO MBRRPT
002900         ORGANIZATION IS SEQUENTIAL.
003000
003400     LABEL RECORDS ARE STANDARD
003500     RECORDING MODE IS F.
003600 COPY BIDXCPY.
004200/
004300 FD  UTILIZATION-REPORT
004400     LABEL RECORDS ARE STANDARD
007900
008000 01  WS-SERVICE-MONTH               PIC 9(06).
008100 01  WS-OVER-MAX-COUNT              PIC 9(05) VALUE ZERO.
008150 01  WS-TODAY                       PIC 9(08).
008200
008300 01  RPT-HEADING-1.
008400     05  FILLER                     PIC X(05) VALUE SPACES.
011000     05  RPT-TOTAL-TEXT             PIC X(30).
011100     05  RPT-TOTAL-COUNT            PIC ZZZ,ZZ9.
011200/
011220 COPY MBICCPY.
011240/
011260 COPY PRMXCPY.
011280/
011300 PROCEDURE DIVISION.
011400
011500 0000-MAINLINE.
012000     GOBACK.
012100/
012200 1000-INITIALIZE.
012300     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
012400     MOVE 'F'                       TO PRMX-FUNCTION.
012500     MOVE 'MBICTL'                  TO PRMX-FAMILY.
012600     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
012700     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
012800     IF NOT PRMX-ROW-RETURNED  THEN
012900        MOVE 'Y'                    TO WS-CTL-EOF-SWITCH
012914     ELSE
012928        MOVE PRMX-VALUE-IMAGE       TO
012942                                    BENE-DAY-INDEX-CONTROL-RECORD
012956        IF MBIC-MONTHLY-SESSION-MAX NUMERIC  AND
012970           MBIC-MONTHLY-SESSION-MAX > ZERO  THEN
012984           MOVE MBIC-MONTHLY-SESSION-MAX TO
013000                                    WS-MONTHLY-SESSION-MAX
013100        END-IF
013200     END-IF.
013400
013500     OPEN INPUT  BENE-INDEX-IN.
013600     OPEN OUTPUT UTILIZATION-REPORT.
