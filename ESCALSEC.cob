000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALSEC.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALSEC - NEW PROGRAM
000700*         - INQUIRY PANEL OPERATOR SECURITY.  EVERY DIALOG SYSTEM
000800*           INQUIRY PANEL CALLS THIS BEFORE ITS SCREENSET LOADS:
000900*           THE WORKSTATION SIGN-ON IS LOOKED UP ON THE OPERATOR
001000*           SECURITY PROFILE MASTER (OPRPROF), AND THE PANEL
001100*           STARTS ONLY FOR AN ACTIVE, UNEXPIRED PROFILE THAT
001200*           GRANTS IT.  THE PROFILE'S ROLE DECIDES WHETHER MBI AND
001300*           DATE OF BIRTH SHOW IN THE CLEAR.  THE PANEL THEN CALLS
001400*           AGAIN FOR EVERY INQUIRY IT ANSWERS, AND EVERY START,
001500*           REFUSED START AND INQUIRY IS APPENDED TO THE ACCESS
001600*           LOG (ACCSLOG) UNDER THE OPERATOR THE START SIGNED ON -
001700*           THE PANEL NEVER SUPPLIES THE OPERATOR ITSELF.  BOTH
001800*           FILES ARE OPENED AND CLOSED ON EACH CALL THAT USES
001900*           THEM, SO PANELS RUNNING SIDE BY SIDE NEVER HOLD THEM
002000*           AGAINST EACH OTHER.
002100******************************************************************
002200 DATE-COMPILED.
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.            IBM-Z990.
002600 OBJECT-COMPUTER.            IBM-Z990.
002700 INPUT-OUTPUT  SECTION.
002800 FILE-CONTROL.
002900     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPRPROF
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS OPR-OPERATOR-ID.
003300     SELECT ACCESS-LOG-OUT       ASSIGN TO ACCSLOG
003400         ORGANIZATION IS SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  OPERATOR-PROFILE-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 COPY OPRFCPY.
004100/
004200 FD  ACCESS-LOG-OUT
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004500 COPY ACCLCPY.
004600/
004700 WORKING-STORAGE SECTION.
004800 01  W-STORAGE-REF                  PIC X(46) VALUE
004900     'ESCALSEC      - W O R K I N G   S T O R A G E'.
005000
005100******************************************************************
005200*  THE SIGNED-ON OPERATOR - SET BY A GRANTED START AND KEPT FOR  *
005300*  THE LIFE OF THE PANEL.                                        *
005400******************************************************************
005500 01  WS-SESSION-SWITCH              PIC X(01) VALUE 'N'.
005600     88  SESSION-STARTED                       VALUE 'Y'.
005700     88  SESSION-NOT-STARTED                   VALUE 'N'.
005800 01  WS-SESSION-OPERATOR            PIC X(08) VALUE SPACES.
005900 01  WS-SESSION-ROLE                PIC X(04) VALUE SPACES.
006000 01  WS-SESSION-PHI-SWITCH          PIC X(01) VALUE 'N'.
006100
006200 01  WS-SIGNON-ID                   PIC X(08).
006300 01  WS-FOUND-SWITCH                PIC X(01).
006400     88  PROFILE-WAS-FOUND                     VALUE 'Y'.
006500     88  PROFILE-WAS-NOT-FOUND                 VALUE 'N'.
006600 01  WS-GRANT-SWITCH                PIC X(01).
006700     88  PANEL-IS-GRANTED                      VALUE 'Y'.
006800     88  PANEL-IS-NOT-GRANTED                  VALUE 'N'.
006900 01  WS-GRANT-SUB                   PIC 9(01).
007000 01  WS-TODAY                       PIC 9(08).
007100 01  WS-NOW                         PIC 9(08).
007200/
007300 LINKAGE SECTION.
007400 COPY SECXCPY.
007500/
007600 PROCEDURE DIVISION USING OPERATOR-SECURITY-REQUEST.
007700
007800 0000-MAINLINE.
007900     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
008000     ACCEPT WS-NOW               FROM TIME.
008100
008200     EVALUATE TRUE
008300        WHEN SECX-START-PANEL
008400           PERFORM 1000-START-PANEL
008500        WHEN SECX-LOG-INQUIRY
008600           PERFORM 2000-LOG-INQUIRY
008700        WHEN OTHER
008800           MOVE 20                  TO SECX-RETURN-CODE
008900     END-EVALUATE.
009000
009100     MOVE WS-SESSION-OPERATOR       TO SECX-OPERATOR-ID.
009200     MOVE WS-SESSION-ROLE           TO SECX-ROLE.
009300     MOVE WS-SESSION-PHI-SWITCH     TO SECX-PHI-SWITCH.
009400     GOBACK.
009500/
009600******************************************************************
009700*  'S' - WHO IS SIGNED ON, AND MAY THEY START THIS PANEL.  A     *
009800*  PROFILE PAST ITS EXPIRY DATE IS REFUSED EVEN WHEN ITS STATUS  *
009900*  WAS NEVER CHANGED.  A REFUSAL LEAVES NO SESSION BEHIND.       *
010000******************************************************************
010100 1000-START-PANEL.
010200     MOVE 'N'                       TO WS-SESSION-SWITCH.
010300     MOVE SPACES                    TO WS-SESSION-OPERATOR
010400                                       WS-SESSION-ROLE.
010500     MOVE 'N'                       TO WS-SESSION-PHI-SWITCH.
010600
010700     DISPLAY 'USERNAME'          UPON ENVIRONMENT-NAME.
010800     ACCEPT WS-SIGNON-ID         FROM ENVIRONMENT-VALUE.
010900     INSPECT WS-SIGNON-ID
011000        CONVERTING 'abcdefghijklmnopqrstuvwxyz'
011100                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
011200
011300     OPEN INPUT OPERATOR-PROFILE-FILE.
011400     MOVE WS-SIGNON-ID              TO OPR-OPERATOR-ID.
011500     READ OPERATOR-PROFILE-FILE
011600         INVALID KEY     MOVE 'N'   TO WS-FOUND-SWITCH
011700         NOT INVALID KEY MOVE 'Y'   TO WS-FOUND-SWITCH
011800     END-READ.
011900     CLOSE OPERATOR-PROFILE-FILE.
012000
012100     MOVE 'N'                       TO WS-GRANT-SWITCH.
012200     IF PROFILE-WAS-FOUND  THEN
012300        PERFORM 1100-CHECK-ONE-GRANT
012400           VARYING WS-GRANT-SUB FROM 1 BY 1
012500           UNTIL WS-GRANT-SUB > OPR-GRANT-COUNT
012600              OR WS-GRANT-SUB > 4
012700     END-IF.
012800
012900     EVALUATE TRUE
013000        WHEN PROFILE-WAS-NOT-FOUND
013100           MOVE 04                  TO SECX-RETURN-CODE
013200        WHEN NOT OPR-PROFILE-ACTIVE
013300           MOVE 08                  TO SECX-RETURN-CODE
013400        WHEN OPR-EXPIRY-DATE < WS-TODAY
013500           MOVE 12                  TO SECX-RETURN-CODE
013600        WHEN PANEL-IS-NOT-GRANTED
013700           MOVE 16                  TO SECX-RETURN-CODE
013800        WHEN OTHER
013900           MOVE 00                  TO SECX-RETURN-CODE
014000     END-EVALUATE.
014100
014200     MOVE SPACES                    TO ACCESS-LOG-RECORD.
014300     IF SECX-ACCESS-GRANTED  THEN
014400        MOVE 'Y'                    TO WS-SESSION-SWITCH
014500        MOVE OPR-OPERATOR-ID        TO WS-SESSION-OPERATOR
014600        MOVE OPR-ROLE               TO WS-SESSION-ROLE
014700        IF OPR-ROLE-SEES-PHI  THEN
014800           MOVE 'Y'                 TO WS-SESSION-PHI-SWITCH
014900        END-IF
015000        MOVE 'S'                    TO ACL-EVENT-TYPE
015100        MOVE WS-SESSION-OPERATOR    TO ACL-OPERATOR-ID
015200     ELSE
015300        DISPLAY 'ESCALSEC - ' SECX-PANEL-ID ' REFUSED FOR '
015400           WS-SIGNON-ID ' - REASON ' SECX-RETURN-CODE
015500        MOVE 'R'                    TO ACL-EVENT-TYPE
015600        MOVE WS-SIGNON-ID           TO ACL-OPERATOR-ID
015700     END-IF.
015800     PERFORM 7000-WRITE-LOG-RECORD.
015900/
016000 1100-CHECK-ONE-GRANT.
016100     IF OPR-GRANT-PANEL (WS-GRANT-SUB) = SECX-PANEL-ID  AND
016200        (OPR-GRANT-FUNCTION (WS-GRANT-SUB) = SPACES  OR
016300         OPR-GRANT-FUNCTION (WS-GRANT-SUB) = SECX-PROCEDURE)  THEN
016400        MOVE 'Y'                    TO WS-GRANT-SWITCH
016500     END-IF.
016600/
016700******************************************************************
016800*  'L' - ONE INQUIRY ANSWERED, LOGGED UNDER THE SESSION'S        *
016900*  OPERATOR.  NO SESSION, NOTHING TO ANSWER UNDER.               *
017000******************************************************************
017100 2000-LOG-INQUIRY.
017200     IF SESSION-NOT-STARTED  THEN
017300        MOVE 20                     TO SECX-RETURN-CODE
017400     ELSE
017500        MOVE 00                     TO SECX-RETURN-CODE
017600        MOVE SPACES                 TO ACCESS-LOG-RECORD
017700        MOVE 'I'                    TO ACL-EVENT-TYPE
017800        MOVE WS-SESSION-OPERATOR    TO ACL-OPERATOR-ID
017900        MOVE SECX-KEY-TYPE          TO ACL-KEY-TYPE
018000        MOVE SECX-KEY-VALUE         TO ACL-KEY-VALUE
018100        MOVE SECX-VIEWED-MBI        TO ACL-VIEWED-MBI
018200        PERFORM 7000-WRITE-LOG-RECORD
018300     END-IF.
018400/
018500 7000-WRITE-LOG-RECORD.
018600     MOVE WS-TODAY                  TO ACL-LOG-DATE.
018700     MOVE WS-NOW                    TO ACL-LOG-TIME.
018800     MOVE SECX-PANEL-ID             TO ACL-PANEL-ID.
018900     MOVE SECX-PROCEDURE            TO ACL-PROCEDURE.
019000     MOVE SECX-RETURN-CODE          TO ACL-RESULT-CODE.
019100     MOVE WS-SESSION-ROLE           TO ACL-ROLE.
019200     MOVE WS-SESSION-PHI-SWITCH     TO ACL-PHI-SHOWN.
019300     OPEN EXTEND ACCESS-LOG-OUT.
019400     WRITE ACCESS-LOG-RECORD.
019500     CLOSE ACCESS-LOG-OUT.
