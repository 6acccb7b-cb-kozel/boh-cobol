001750*           RECENT PRICINGS, IN ORDER OF DOLLAR IMPACT - SO THE
001760*           ANALYST STOPS EYEBALLING THIRTY FIELDS ACROSS TWO
001770*           ROWS.
001771* 10/15/2026 ESCALAIQ - THE PANEL STARTS ONLY FOR AN OPERATOR
001772*           WHOSE SECURITY PROFILE GRANTS IT (ESCALSEC), AND EVERY
001773*           INQUIRY IS LOGGED WITH THE CLAIM KEYED AND THE MBI OF
001774*           THE BENEFICIARY WHOSE PRICINGS CAME BACK.
001775******************************************************************
001800 DATE-COMPILED.
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
006491         10  AIQ-DIFF-NEW-VALUE     PIC S9(07)V9(04).
006492         10  AIQ-DIFF-IMPACT-AMT    PIC S9(07)V9(02).
006493 01  WS-DIFF-SUB                    PIC 9(02).
006496 01  WS-VIEWED-MBI                  PIC X(11).
006500/
006510 COPY DFXCPY.
006520/
006600 COPY DSCNTRL.
006700/
006733 COPY SECXCPY.
006766/
006800 PROCEDURE DIVISION.
006900
007000 0000-MAINLINE.
007100     PERFORM 0500-CHECK-OPERATOR-ACCESS.
007200     IF SECX-ACCESS-GRANTED  THEN
007300        PERFORM 1000-INITIALIZE-DIALOG
007320        IF DS-NO-ERROR  THEN
007340           PERFORM 2000-PROCESS-PANEL UNTIL DS-QUIT-SET
007360        END-IF
007380        PERFORM 9000-TERMINATE-DIALOG
007400     END-IF.
007600     GOBACK.
007608/
007616 0500-CHECK-OPERATOR-ACCESS.
007624     MOVE 'S'                              TO SECX-FUNCTION.
007632     MOVE 'ESCALAIQ'                       TO SECX-PANEL-ID.
007640     MOVE DS-PROCEDURE-LIT                 TO SECX-PROCEDURE.
007648     CALL 'ESCALSEC'  USING OPERATOR-SECURITY-REQUEST.
007656
007664     IF NOT SECX-ACCESS-GRANTED  THEN
007672        DISPLAY 'ESCALAIQ - OPERATOR NOT AUTHORIZED FOR THIS '
007680           'PANEL - REASON ' SECX-RETURN-CODE
007688     END-IF.
007700/
007800 1000-INITIALIZE-DIALOG.
007900     INITIALIZE DS-CONTROL-BLOCK.
011600 2200-FETCH-CLAIM-PRICINGS.
011700     MOVE ZERO                      TO AIQ-PRICING-COUNT.
011800     MOVE 'N'                       TO WS-STORE-EOF-SWITCH.
011850     MOVE SPACES                    TO WS-VIEWED-MBI.
011900
012000     MOVE AIQ-CLAIM-NUMBER          TO AUD-CLAIM-NUMBER.
012100     MOVE ZERO                      TO AUD-PRICING-DATE.
012900           OR AIQ-PRICING-COUNT >= 10.
012910
012920     PERFORM 2400-FETCH-PRICING-DIFFS.
012960     PERFORM 2800-LOG-INQUIRY.
013000/
013010******************************************************************
013020***  Two or more stored pricings means an adjustment moved the  ***
013600              MOVE 'Y'              TO WS-STORE-EOF-SWITCH
013700           ELSE
013800              ADD 1                 TO AIQ-PRICING-COUNT
013850              MOVE AUD-MBI          TO WS-VIEWED-MBI
013900              MOVE AUD-PRICING-DATE TO
014000                 AIQ-PRICING-DATE (AIQ-PRICING-COUNT)
014100              MOVE AUD-PPS-RTC      TO
015500           END-IF
015600     END-READ.
015700/
015708******************************************************************
015716***  Every claim answered is logged under the signed-on        ***
015724***  operator, with the beneficiary whose pricings came back.  ***
015732******************************************************************
015740 2800-LOG-INQUIRY.
015748     MOVE 'L'                       TO SECX-FUNCTION.
015756     MOVE 'CLM'                     TO SECX-KEY-TYPE.
015764     MOVE AIQ-CLAIM-NUMBER          TO SECX-KEY-VALUE.
015772     MOVE WS-VIEWED-MBI             TO SECX-VIEWED-MBI.
015780     CALL 'ESCALSEC'            USING OPERATOR-SECURITY-REQUEST.
015788/
015800 2900-HANDLE-DIALOG-ERROR.
015900     DISPLAY 'ESCALAIQ - DIALOG SYSTEM ERROR CODE ' DS-ERROR-CODE.
016000     MOVE 'Q'                              TO DS-CONTROL.
