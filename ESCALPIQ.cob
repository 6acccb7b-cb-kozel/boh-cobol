001900*           (OR READING THE PRIOR-ROW LINES) ANSWERS THE WHAT-
002000*           WAS-IT-LAST-JANUARY QUESTIONS WITHOUT FOUR
002100*           SEPARATE INQUIRY TRANSACTIONS.
002120******************************************************************
002140* 10/15/2026 ESCALPIQ - THE PANEL STARTS ONLY FOR AN OPERATOR
002160*           WHOSE SECURITY PROFILE GRANTS IT (ESCALSEC), AND EVERY
002180*           INQUIRY IS LOGGED WITH THE CCN AND AS-OF DATE KEYED.
002200******************************************************************
002300 DATE-COMPILED.
002400 ENVIRONMENT DIVISION.
013100/
013200 COPY CXLXCPY.
013300/
013333 COPY SECXCPY.
013366/
013400 PROCEDURE DIVISION.
013500
013600 0000-MAINLINE.
013700     PERFORM 0500-CHECK-OPERATOR-ACCESS.
013800     IF SECX-ACCESS-GRANTED  THEN
013900        PERFORM 1000-INITIALIZE-DIALOG
013920        IF DS-NO-ERROR  THEN
013940           PERFORM 2000-PROCESS-PANEL UNTIL DS-QUIT-SET
013960        END-IF
013980        PERFORM 9000-TERMINATE-DIALOG
014000     END-IF.
014200     GOBACK.
014208/
014216 0500-CHECK-OPERATOR-ACCESS.
014224     MOVE 'S'                              TO SECX-FUNCTION.
014232     MOVE 'ESCALPIQ'                       TO SECX-PANEL-ID.
014240     MOVE DS-PROCEDURE-LIT                 TO SECX-PROCEDURE.
014248     CALL 'ESCALSEC'  USING OPERATOR-SECURITY-REQUEST.
014256
014264     IF NOT SECX-ACCESS-GRANTED  THEN
014272        DISPLAY 'ESCALPIQ - OPERATOR NOT AUTHORIZED FOR THIS '
014280           'PANEL - REASON ' SECX-RETURN-CODE
014288     END-IF.
014300/
014400 1000-INITIALIZE-DIALOG.
014500     INITIALIZE DS-CONTROL-BLOCK.
018100     PERFORM 3300-FETCH-RATE-SECTION.
018200     PERFORM 3400-FETCH-LOW-VOLUME-SECTION.
018300     PERFORM 3500-FETCH-CROSSWALK-SECTION.
018306     PERFORM 2800-LOG-INQUIRY.
018312/
018318******************************************************************
018324*  EVERY PROFILE ANSWERED IS LOGGED UNDER THE SIGNED-ON          *
018330*  OPERATOR.  NO BENEFICIARY'S DATA IS ON THIS PANEL.            *
018336******************************************************************
018342 2800-LOG-INQUIRY.
018348     MOVE 'L'                       TO SECX-FUNCTION.
018354     MOVE 'CCN'                     TO SECX-KEY-TYPE.
018360     MOVE SPACES                    TO SECX-KEY-VALUE.
018366     STRING PIQ-CCN ' ' PIQ-AS-OF-DATE
018372        DELIMITED BY SIZE         INTO SECX-KEY-VALUE.
018378     MOVE SPACES                    TO SECX-VIEWED-MBI.
018384     CALL 'ESCALSEC'            USING OPERATOR-SECURITY-REQUEST.
018400/
018500 3000-FETCH-PSF-SECTION.
018600     MOVE PIQ-CCN                   TO PVX-PROVIDER-NUMBER.
