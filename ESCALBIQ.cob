001500*           FROM WHERE THE LAST SCREEN LEFT OFF; CHANGING
001600*           EITHER STARTS OVER.  ONE PHONE CALL STOPS MEANING
001700*           AN OVERNIGHT HISTORY SCAN.
001707******************************************************************
001714* 10/15/2026 ESCALBIQ - AN MBI KEYED ONTO THE PANEL IS RESOLVED
001721*           THROUGH THE REISSUE CROSSWALK (ESCALMXL) FIRST, SO A
001728*           RETIRED NUMBER BRINGS UP THE PATIENT'S CLAIMS UNDER
001735*           THE CURRENT ONE, AND THE PANEL SHOWS THE CURRENT MBI.
001742******************************************************************
001749* 10/15/2026 ESCALBIQ - THE PANEL STARTS ONLY FOR AN OPERATOR
001756*           WHOSE SECURITY PROFILE GRANTS IT (ESCALSEC), EVERY
001763*           INQUIRY IS LOGGED WITH THE BENEFICIARY VIEWED, AND THE
001770*           MBI IS SHOWN MASKED TO ALL BUT THE LAST FOUR
001777*           CHARACTERS FOR A ROLE THAT DOES NOT NEED IT.
001784*           RESUBMITTING THE MASKED MBI STILL PAGES FORWARD.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
005400     05  WS-LAST-FROM-DATE          PIC 9(08) VALUE ZERO.
005500     05  WS-LAST-THRU-DATE          PIC 9(08) VALUE ZERO.
005600 01  WS-LAST-KEY-SHOWN              PIC X(44) VALUE LOW-VALUES.
005633 01  WS-LAST-MASKED-MBI             PIC X(11) VALUE SPACES.
005666 01  WS-KEYED-MBI                   PIC X(11).
005700
005800******************************************************************
005900*  BOUND DATA ITEMS - THE PAINTED ESCALBIP FIELDS READ FROM AND  *
007600/
007700 COPY DSCNTRL.
007800/
007820 COPY MXLXCPY.
007840/
007860 COPY SECXCPY.
007880/
007900 PROCEDURE DIVISION.
008000
008100 0000-MAINLINE.
008200     PERFORM 0500-CHECK-OPERATOR-ACCESS.
008300     IF SECX-ACCESS-GRANTED  THEN
008400        PERFORM 1000-INITIALIZE-DIALOG
008420        IF DS-NO-ERROR  THEN
008440           PERFORM 2000-PROCESS-PANEL UNTIL DS-QUIT-SET
008460        END-IF
008480        PERFORM 9000-TERMINATE-DIALOG
008500     END-IF.
008700     GOBACK.
008708/
008716 0500-CHECK-OPERATOR-ACCESS.
008724     MOVE 'S'                              TO SECX-FUNCTION.
008732     MOVE 'ESCALBIQ'                       TO SECX-PANEL-ID.
008740     MOVE DS-PROCEDURE-LIT                 TO SECX-PROCEDURE.
008748     CALL 'ESCALSEC'  USING OPERATOR-SECURITY-REQUEST.
008756
008764     IF NOT SECX-ACCESS-GRANTED  THEN
008772        DISPLAY 'ESCALBIQ - OPERATOR NOT AUTHORIZED FOR THIS '
008780           'PANEL - REASON ' SECX-RETURN-CODE
008788     END-IF.
008800/
008900 1000-INITIALIZE-DIALOG.
009000     INITIALIZE DS-CONTROL-BLOCK.
012200     MOVE 'N'                       TO WS-XREF-EOF-SWITCH.
012300     MOVE SPACE                     TO BIQ-MORE-INDICATOR.
012400
012409     IF BIQ-MBI = WS-LAST-MASKED-MBI  AND
012418        WS-LAST-MBI NOT = SPACES  THEN
012427        MOVE WS-LAST-MBI            TO BIQ-MBI
012436     END-IF.
012445     MOVE BIQ-MBI                   TO WS-KEYED-MBI.
012454
012463     MOVE BIQ-MBI                   TO MXL-MBI.
012472     CALL 'ESCALMXL'            USING MBI-XWALK-LOOKUP-REQUEST.
012481     MOVE MXL-CURRENT-MBI           TO BIQ-MBI.
012490
012500     IF BIQ-MBI = WS-LAST-MBI  AND
012600        BIQ-FROM-DATE = WS-LAST-FROM-DATE  AND
012700        BIQ-THRU-DATE = WS-LAST-THRU-DATE  THEN
014500     PERFORM 2300-FETCH-ONE-CLAIM
014600        UNTIL XREF-END-OF-FILE
014700           OR BIQ-CLAIM-COUNT >= 12.
014733
014766     PERFORM 2800-LOG-AND-MASK.
014800/
014900 2300-FETCH-ONE-CLAIM.
015000     READ BENE-HISTORY-XREF NEXT RECORD
017900           END-EVALUATE
018000     END-READ.
018100/
018105******************************************************************
018110***  Every screen answered is logged under the signed-on       ***
018115***  operator with the MBI keyed and the beneficiary shown.    ***
018120***  A role without need of the MBI sees only its last four    ***
018125***  characters; the masked value it sends back is recognized  ***
018130***  above and put back to the real one.                       ***
018135******************************************************************
018140 2800-LOG-AND-MASK.
018145     MOVE 'L'                       TO SECX-FUNCTION.
018150     MOVE 'MBI'                     TO SECX-KEY-TYPE.
018155     MOVE WS-KEYED-MBI              TO SECX-KEY-VALUE.
018160     MOVE BIQ-MBI                   TO SECX-VIEWED-MBI.
018165     CALL 'ESCALSEC'            USING OPERATOR-SECURITY-REQUEST.
018170
018175     IF SECX-MASK-PHI  THEN
018180        MOVE '*******'              TO BIQ-MBI (1:7)
018185        MOVE BIQ-MBI                TO WS-LAST-MASKED-MBI
018190     END-IF.
018195/
018200 2900-HANDLE-DIALOG-ERROR.
018300     DISPLAY 'ESCALBIQ - DIALOG SYSTEM ERROR CODE ' DS-ERROR-CODE.
018400     MOVE 'Q'                              TO DS-CONTROL.
