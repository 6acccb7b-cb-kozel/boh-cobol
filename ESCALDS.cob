001700*           BLOCK AND SUPPLIES THE BOUND DATA ITEMS THE PAINTED
001800*           FIELDS READ FROM AND WRITE TO.
001900******************************************************************
001912* 10/15/2026 ESCALDS - THE PANEL STARTS ONLY FOR AN OPERATOR WHOSE
001924*           SECURITY PROFILE GRANTS IT (ESCALSEC), EVERY CLAIM
001936*           PRICED IS LOGGED, AND FOR A ROLE WITHOUT NEED OF IT
001948*           THE DATE OF BIRTH COMES BACK WITH ONLY ITS YEAR.  THE
001960*           MASKED DATE RESUBMITTED UNCHANGED PRICES UNDER THE
001972*           DATE ORIGINALLY KEYED.
001984******************************************************************
002000 DATE-COMPILED.
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003400
003500 01  DS-SCREENSET-NAME-LIT          PIC X(08) VALUE 'ESCALDSP'.
003600 01  DS-PROCEDURE-LIT               PIC X(08) VALUE 'WIFLOOK'.
003625
003650 01  WS-KEYED-DOB                   PIC 9(08) VALUE ZERO.
003675 01  WS-MASKED-DOB                  PIC 9(08) VALUE ZERO.
003700/
003800 COPY DSCNTRL.
003900/
004100/
004200 COPY WAGECPY.
004300/
004333 COPY SECXCPY.
004366/
004400 PROCEDURE DIVISION.
004500
004600 0000-MAINLINE.
004700     PERFORM 0500-CHECK-OPERATOR-ACCESS.
004800     IF SECX-ACCESS-GRANTED  THEN
004900        PERFORM 1000-INITIALIZE-DIALOG
004920        IF DS-NO-ERROR  THEN
004940           PERFORM 2000-PROCESS-PANEL UNTIL DS-QUIT-SET
004960        END-IF
004980        PERFORM 9000-TERMINATE-DIALOG
005000     END-IF.
005200     GOBACK.
005208/
005216 0500-CHECK-OPERATOR-ACCESS.
005224     MOVE 'S'                              TO SECX-FUNCTION.
005232     MOVE 'ESCALDS'                        TO SECX-PANEL-ID.
005240     MOVE DS-PROCEDURE-LIT                 TO SECX-PROCEDURE.
005248     CALL 'ESCALSEC'  USING OPERATOR-SECURITY-REQUEST.
005256
005264     IF NOT SECX-ACCESS-GRANTED  THEN
005272        DISPLAY 'ESCALDS - OPERATOR NOT AUTHORIZED FOR THIS '
005280           'PANEL - REASON ' SECX-RETURN-CODE
005288     END-IF.
005300/
005400 1000-INITIALIZE-DIALOG.
005500     INITIALIZE DS-CONTROL-BLOCK.
009200 2200-PRICE-AND-REDISPLAY.
009300     INITIALIZE PPS-DATA-ALL.
009400
009416     IF B-DOB-DATE = WS-MASKED-DOB  AND
009432        WS-KEYED-DOB > ZERO  THEN
009448        MOVE WS-KEYED-DOB           TO B-DOB-DATE
009464     END-IF.
009480
009500     CALL 'ESCAL191'              USING BILL-NEW-DATA
009600                                        PPS-DATA-ALL
009700                                        WAGE-NEW-RATE-RECORD
010100* PPS-RTC and PPS-FINAL-PAY-AMT are bound to output fields on the
010200* ESCALDSP screenset, so the next DIALOG call that redisplays the
010300* panel shows this claim's result without any further MOVE here.
010304
010308     PERFORM 2800-LOG-AND-MASK.
010312/
010316******************************************************************
010320***  Every claim priced is logged under the signed-on operator ***
010324***  by its service date - a what-if names no beneficiary.  A  ***
010328***  role without need of the date of birth gets back only its ***
010332***  year; the masked date sent back unchanged is recognized   ***
010336***  above and put back to the date keyed.                     ***
010340******************************************************************
010344 2800-LOG-AND-MASK.
010348     MOVE 'L'                       TO SECX-FUNCTION.
010352     MOVE 'WIF'                     TO SECX-KEY-TYPE.
010356     MOVE SPACES                    TO SECX-KEY-VALUE.
010360     MOVE B-LINE-ITEM-DATE-SERVICE  TO SECX-KEY-VALUE.
010364     MOVE SPACES                    TO SECX-VIEWED-MBI.
010368     CALL 'ESCALSEC'            USING OPERATOR-SECURITY-REQUEST.
010372
010376     IF SECX-MASK-PHI  THEN
010380        MOVE B-DOB-DATE             TO WS-KEYED-DOB
010384        MOVE ZERO                   TO B-DOB-MM
010388                                       B-DOB-DD
010392        MOVE B-DOB-DATE             TO WS-MASKED-DOB
010396     END-IF.
010400/
010500 2900-HANDLE-DIALOG-ERROR.
010600     DISPLAY 'ESCALDS - DIALOG SYSTEM ERROR CODE ' DS-ERROR-CODE.
