000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALLHC.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALLHC - NEW PROGRAM
000700*         - LEGAL HOLD CHECK.  EVERY RETENTION AND PURGE JOB CALLS
000800*           THIS FOR EACH RECORD IT IS ABOUT TO MOVE OR REMOVE.
000900*           ON THE FIRST CALL THE HOLDS IN FORCE TODAY ARE LOADED
001000*           FROM THE LEGAL HOLD REGISTRY (LEGLHOLD) AND THE FILE
001100*           IS CLOSED; EACH CALL AFTER THAT IS A TABLE SEARCH.  A
001200*           BENEFICIARY HOLD COVERS THE PATIENT UNDER EVERY MBI
001300*           THEY HAVE CARRIED - BOTH SIDES ARE RESOLVED THROUGH
001400*           THE REISSUE CROSSWALK (ESCALMXL).  IF THE REGISTRY
001500*           WILL NOT FIT THE TABLE, EVERY RECORD IS REPORTED HELD.
001600******************************************************************
001700 DATE-COMPILED.
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.            IBM-Z990.
002100 OBJECT-COMPUTER.            IBM-Z990.
002200 INPUT-OUTPUT  SECTION.
002300 FILE-CONTROL.
002400     SELECT LEGAL-HOLD-FILE      ASSIGN TO LEGLHOLD
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS LHD-HOLD-ID.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  LEGAL-HOLD-FILE
003200     LABEL RECORDS ARE STANDARD.
003300 COPY LHLDCPY.
003400/
003500 WORKING-STORAGE SECTION.
003600 01  W-STORAGE-REF                  PIC X(46) VALUE
003700     'ESCALLHC      - W O R K I N G   S T O R A G E'.
003800
003900 01  WS-FIRST-CALL-SWITCH           PIC X(01) VALUE 'Y'.
004000     88  FIRST-CALL                            VALUE 'Y'.
004100 01  WS-HOLD-EOF-SWITCH             PIC X(01) VALUE 'N'.
004200     88  HOLD-END-OF-FILE                      VALUE 'Y'.
004300 01  WS-INCOMPLETE-SWITCH           PIC X(01) VALUE 'N'.
004400     88  REGISTRY-INCOMPLETE                   VALUE 'Y'.
004500 01  WS-MBI-HOLD-SWITCH             PIC X(01) VALUE 'N'.
004600     88  ANY-BENEFICIARY-HOLD                  VALUE 'Y'.
004700 01  WS-IN-RANGE-SWITCH             PIC X(01).
004800     88  RECORD-IN-HOLD-RANGE                  VALUE 'Y'.
004900
005000 01  WS-TODAY                       PIC 9(08).
005100
005200******************************************************************
005300*  THE HOLDS IN FORCE TODAY.  A BENEFICIARY HOLD CARRIES THE     *
005400*  PATIENT'S CURRENT MBI.                                        *
005500******************************************************************
005600 01  WS-HOLD-TABLE.
005700     05  WS-HOLD-ENTRY  OCCURS 1000 TIMES.
005800         10  WS-HOLD-ID             PIC X(10).
005900         10  WS-HOLD-SCOPE-TYPE     PIC X(03).
006000         10  WS-HOLD-SCOPE-VALUE    PIC X(13).
006100         10  WS-HOLD-FROM-DATE      PIC 9(08).
006200         10  WS-HOLD-THRU-DATE      PIC 9(08).
006300 01  WS-HOLD-COUNT                  PIC 9(05) VALUE ZERO.
006400 01  WS-HOLD-SUB                    PIC 9(05).
006500
006600******************************************************************
006700*  THE LAST RECORD MBI RESOLVED - A JOB SWEEPING IN CLAIM ORDER  *
006800*  OFTEN ASKS ABOUT ONE PATIENT SEVERAL TIMES RUNNING.           *
006900******************************************************************
007000 01  WS-LAST-RECORD-MBI             PIC X(11) VALUE LOW-VALUES.
007100 01  WS-LAST-CURRENT-MBI            PIC X(11) VALUE SPACES.
007200/
007300 COPY MXLXCPY.
007400/
007500 LINKAGE SECTION.
007600 COPY LHLXCPY.
007700/
007800 PROCEDURE DIVISION USING LEGAL-HOLD-CHECK-REQUEST.
007900
008000 0000-MAINLINE.
008100     IF FIRST-CALL  THEN
008200        PERFORM 1000-LOAD-HOLDS
008300        MOVE 'N'                    TO WS-FIRST-CALL-SWITCH
008400     END-IF.
008500
008600     MOVE 'N'                       TO LHX-HELD-SWITCH.
008700     MOVE SPACES                    TO LHX-HOLD-ID.
008800     MOVE WS-HOLD-COUNT             TO LHX-HOLDS-IN-FORCE.
008900
009000     IF REGISTRY-INCOMPLETE  THEN
009100        MOVE 08                     TO LHX-RETURN-CODE
009200        MOVE 'Y'                    TO LHX-HELD-SWITCH
009300        MOVE 'INCOMPLETE'           TO LHX-HOLD-ID
009400     ELSE
009500        MOVE 00                     TO LHX-RETURN-CODE
009600        IF WS-HOLD-COUNT > ZERO  THEN
009700           PERFORM 2000-CHECK-RECORD
009800        END-IF
009900     END-IF.
010000
010100     GOBACK.
010200/
010300 1000-LOAD-HOLDS.
010400     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
010500     OPEN INPUT LEGAL-HOLD-FILE.
010600     PERFORM 1900-READ-NEXT-HOLD.
010700     PERFORM 1100-TABLE-ONE-HOLD
010800        UNTIL HOLD-END-OF-FILE  OR  REGISTRY-INCOMPLETE.
010900     CLOSE LEGAL-HOLD-FILE.
011000
011100     IF REGISTRY-INCOMPLETE  THEN
011200        DISPLAY 'ESCALLHC - MORE THAN 1000 LEGAL HOLDS IN '
011300           'FORCE - EVERY RECORD WILL BE REPORTED HELD'
011400     END-IF.
011500/
011600******************************************************************
011700*  IN FORCE MEANS STARTED ON OR BEFORE TODAY AND NOT RELEASED,   *
011800*  OR RELEASED WITH EFFECT FROM A LATER DATE.                    *
011900******************************************************************
012000 1100-TABLE-ONE-HOLD.
012100     IF LHD-START-DATE NOT > WS-TODAY  AND
012200        (LHD-RELEASE-DATE = ZERO  OR
012300         LHD-RELEASE-DATE > WS-TODAY)  THEN
012400        IF WS-HOLD-COUNT < 1000  THEN
012500           ADD 1                    TO WS-HOLD-COUNT
012600           MOVE LHD-HOLD-ID         TO WS-HOLD-ID (WS-HOLD-COUNT)
012700           MOVE LHD-SCOPE-TYPE      TO
012800              WS-HOLD-SCOPE-TYPE (WS-HOLD-COUNT)
012900           MOVE LHD-SCOPE-VALUE     TO
013000              WS-HOLD-SCOPE-VALUE (WS-HOLD-COUNT)
013100           MOVE LHD-FROM-DATE       TO
013200              WS-HOLD-FROM-DATE (WS-HOLD-COUNT)
013300           MOVE LHD-THRU-DATE       TO
013400              WS-HOLD-THRU-DATE (WS-HOLD-COUNT)
013500           IF LHD-SCOPE-BENEFICIARY  THEN
013600              MOVE 'Y'              TO WS-MBI-HOLD-SWITCH
013700              MOVE LHD-SCOPE-VALUE  TO MXL-MBI
013800              CALL 'ESCALMXL'   USING MBI-XWALK-LOOKUP-REQUEST
013900              MOVE MXL-CURRENT-MBI  TO
014000                 WS-HOLD-SCOPE-VALUE (WS-HOLD-COUNT)
014100           END-IF
014200        ELSE
014300           MOVE 'Y'                 TO WS-INCOMPLETE-SWITCH
014400        END-IF
014500     END-IF.
014600     PERFORM 1900-READ-NEXT-HOLD.
014700/
014800 1900-READ-NEXT-HOLD.
014900     READ LEGAL-HOLD-FILE
015000         AT END MOVE 'Y'            TO WS-HOLD-EOF-SWITCH
015100     END-READ.
015200/
015300 2000-CHECK-RECORD.
015400     IF ANY-BENEFICIARY-HOLD  AND
015500        LHX-MBI NOT = WS-LAST-RECORD-MBI  THEN
015600        MOVE LHX-MBI                TO WS-LAST-RECORD-MBI
015700                                       MXL-MBI
015800        IF LHX-MBI = SPACES  THEN
015900           MOVE SPACES              TO WS-LAST-CURRENT-MBI
016000        ELSE
016100           CALL 'ESCALMXL'      USING MBI-XWALK-LOOKUP-REQUEST
016200           MOVE MXL-CURRENT-MBI     TO WS-LAST-CURRENT-MBI
016300        END-IF
016400     END-IF.
016500
016600     PERFORM 2100-CHECK-ONE-HOLD
016700        VARYING WS-HOLD-SUB FROM 1 BY 1
016800        UNTIL WS-HOLD-SUB > WS-HOLD-COUNT  OR  LHX-RECORD-HELD.
016900/
017000******************************************************************
017100*  A RECORD WITH NO DATE IS HELD IF ITS SCOPE MATCHES AT ALL.    *
017200******************************************************************
017300 2100-CHECK-ONE-HOLD.
017400     MOVE 'Y'                       TO WS-IN-RANGE-SWITCH.
017500     IF LHX-RECORD-DATE > ZERO  THEN
017600        IF LHX-RECORD-DATE < WS-HOLD-FROM-DATE (WS-HOLD-SUB)  THEN
017700           MOVE 'N'                 TO WS-IN-RANGE-SWITCH
017800        END-IF
017900        IF WS-HOLD-THRU-DATE (WS-HOLD-SUB) > ZERO  AND
018000           LHX-RECORD-DATE > WS-HOLD-THRU-DATE (WS-HOLD-SUB)  THEN
018100           MOVE 'N'                 TO WS-IN-RANGE-SWITCH
018200        END-IF
018300     END-IF.
018400
018500     IF RECORD-IN-HOLD-RANGE  THEN
018600        EVALUATE WS-HOLD-SCOPE-TYPE (WS-HOLD-SUB)
018700           WHEN 'CCN'
018800              IF LHX-PROVIDER-NUMBER =
018900                 WS-HOLD-SCOPE-VALUE (WS-HOLD-SUB)  THEN
019000                 MOVE 'Y'           TO LHX-HELD-SWITCH
019100              END-IF
019200           WHEN 'MBI'
019300              IF WS-LAST-CURRENT-MBI NOT = SPACES  AND
019400                 WS-LAST-CURRENT-MBI =
019500                 WS-HOLD-SCOPE-VALUE (WS-HOLD-SUB)  THEN
019600                 MOVE 'Y'           TO LHX-HELD-SWITCH
019700              END-IF
019800           WHEN 'CLM'
019900              IF LHX-CLAIM-NUMBER =
020000                 WS-HOLD-SCOPE-VALUE (WS-HOLD-SUB)  THEN
020100                 MOVE 'Y'           TO LHX-HELD-SWITCH
020200              END-IF
020300        END-EVALUATE
020400     END-IF.
020500     IF LHX-RECORD-HELD  THEN
020600        MOVE WS-HOLD-ID (WS-HOLD-SUB) TO LHX-HOLD-ID
020700     END-IF.
