002050*           REMAINING INPUT.
002060* 09/01/2026 ESCALMAS - ADJUSTMENT-TRANSACTION RECORD RESIZED FOR
002070*           THE HCPCS CODE ADDED TO THE CLAIM EXTRACT LAYOUT.
002073* 10/15/2026 ESCALMAS - THE SELECTION CRITERIA NOW COME FROM THE
002076*           EFFECTIVE-DATED PARAMETER MASTER (PARMMAST THROUGH
002079*           ESCALPRM), ONE MASSCTL ROW PER NAMED CRITERION IN
002082*           FORCE TODAY, INSTEAD OF THE MASSCTL FILE.
002085* 10/15/2026 ESCALMAS - RECORD RESIZED FOR THE ESA MONITORING
002088*           FIELDS (READINGS AND ESA DRUG LINE) ADDED TO THE
002091*           CLAIM EXTRACT LAYOUT.
002100******************************************************************
002200 DATE-COMPILED.
002300 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT  SECTION.
002800 FILE-CONTROL.
002900     SELECT PRICED-HISTORY-IN    ASSIGN TO PRCHIST
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT ADJ-TRANSACTION-OUT  ASSIGN TO MASADJO
003400         ORGANIZATION IS SEQUENTIAL.
004200     RECORDING MODE IS F.
004300 COPY PHISTCPY.
004400/
005000 FD  ADJ-TRANSACTION-OUT
005100     LABEL RECORDS ARE STANDARD
005200     RECORDING MODE IS F.
005300 01  MASADJ-RECORD                  PIC X(579).
005400/
005500 FD  IMPACT-REPORT
005600     LABEL RECORDS ARE STANDARD
008200         10  WS-SEL-RTC             PIC X(02).
008300 01  WS-SELECT-COUNT                PIC 9(03) VALUE ZERO.
008400 01  WS-SEL-SUB                     PIC 9(03).
008450 01  WS-TODAY                       PIC 9(08).
008500
008600 01  WS-MATCH-SWITCH                PIC X(01).
008700     88  CRITERIA-MATCHED                      VALUE 'Y'.
014900/
014910 COPY RCLXCPY.
014920/
014936 COPY MADJCPY.
014952/
014968 COPY PRMXCPY.
014984/
015000 PROCEDURE DIVISION.
015100
015200 0000-MAINLINE.
015700     GOBACK.
015800/
015900 1000-INITIALIZE.
016000     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
016033     MOVE 'MASSCTL'                 TO PRMX-FAMILY.
016066     PERFORM 1200-READ-FIRST-PARAMETER.
016100     PERFORM 1100-LOAD-ONE-CRITERION UNTIL CTL-END-OF-FILE.
016300
016400     IF WS-SELECT-COUNT = ZERO  THEN
016500        DISPLAY 'ESCALMAS - NO MASSCTL CRITERIA IN FORCE - '
016550           'NOTHING SELECTED'
016600        MOVE 'Y'                    TO WS-HIST-EOF-SWITCH
016700     END-IF.
016800
017600     PERFORM 2900-READ-NEXT-HISTORY.
017700/
017800 1100-LOAD-ONE-CRITERION.
017900     IF NOT PRMX-ROW-RETURNED  THEN
018000        MOVE 'Y'                    TO WS-CTL-EOF-SWITCH
018100     ELSE
018200        MOVE PRMX-VALUE-IMAGE       TO MASS-ADJ-SELECT-RECORD
018300        IF WS-SELECT-COUNT < 100  THEN
018400           ADD 1                    TO WS-SELECT-COUNT
018500           MOVE MAS-CBSA            TO
018600              WS-SEL-CBSA (WS-SELECT-COUNT)
018700           MOVE MAS-PROVIDER-NUMBER TO
018800              WS-SEL-PROVIDER (WS-SELECT-COUNT)
018900           MOVE MAS-DOS-FROM        TO
019000              WS-SEL-DOS-FROM (WS-SELECT-COUNT)
019100           MOVE MAS-DOS-THRU        TO
019200              WS-SEL-DOS-THRU (WS-SELECT-COUNT)
019300           MOVE MAS-RTC             TO
019400              WS-SEL-RTC (WS-SELECT-COUNT)
019500        ELSE
019600           DISPLAY 'ESCALMAS - MORE THAN 100 CRITERIA - '
019700              'EXTRAS IGNORED'
019800           MOVE 'Y'                 TO WS-CTL-EOF-SWITCH
019900        END-IF
019908        PERFORM 1300-READ-NEXT-PARAMETER
019916     END-IF.
019924/
019932 1200-READ-FIRST-PARAMETER.
019940     MOVE 'F'                       TO PRMX-FUNCTION.
019948     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
019956     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
019964/
019972 1300-READ-NEXT-PARAMETER.
019980     MOVE 'N'                       TO PRMX-FUNCTION.
019988     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
020000/
020100******************************************************************
020200*  ONLY PAID LINES (RTC BELOW 50) CAN BE MASS-ADJUSTED - THERE   *
