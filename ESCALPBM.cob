001993*           ADD/CHANGE/DELETE APPLIES WITHOUT A SECOND
001994*           OPERATOR'S APPROVAL ON THE JOURNAL.
001995******************************************************************
001996* 10/15/2026 ESCALPBM - AN ADDED ACCOUNT, OR A CHANGE TO THE
001997*           ROUTING, ACCOUNT, OR ACCOUNT TYPE, IS NO LONGER
001998*           FUNDED AT ONCE.  THE RECORD IS MARKED PRENOTE-DUE;
001999*           ESCALEFT SENDS THE ZERO-DOLLAR PRENOTE ON THE NEXT
002000*           FUNDING FILE AND PAYS BY CHECK UNTIL THE COOLING
002001*           PERIOD (PBVCTL) HAS RUN.  A BANK-NAME-ONLY CHANGE
002002*           LEAVES THE VERIFICATION STATUS ALONE.
002003******************************************************************
002004* 10/15/2026 ESCALPBM - ANY CHANGE TO AN ACCOUNT ESCALERT FLAGGED
002005*           RETURNED IS TAKEN AS THE CORRECTED BANKING AND GOES
002006*           BACK THROUGH THE PRENOTE, CLEARING THE FLAG.
002007******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
015100        MOVE PBNT-ACCOUNT-TYPE         TO PBNK-ACCOUNT-TYPE
015200        MOVE PBNT-BANK-NAME            TO PBNK-BANK-NAME
015300        MOVE WS-TODAY                  TO PBNK-LAST-UPDATE-DATE
015333        MOVE 'P'                       TO PBNK-VERIFY-STATUS
015366        MOVE ZERO                      TO PBNK-VERIFY-DATE
015400        WRITE PROVIDER-BANKING-RECORD
015500        MOVE SPACES                 TO WS-BEFORE-IMAGE
015600        PERFORM 2500-WRITE-JOURNAL-RECORD
015700        MOVE 'BANKING RECORD ADDED - PRENOTE DUE'
015750                                       TO RPT-RESULT-TEXT
015800     END-IF.
015900/
016000 2200-CHANGE-BANKING.
017200     ELSE
017300        MOVE SPACES                 TO WS-BEFORE-IMAGE
017400        MOVE PROVIDER-BANKING-RECORD TO WS-BEFORE-IMAGE
017407*       A NEW DESTINATION FOR THE MONEY MUST BE PROVEN BY PRENOTE
017414*       BEFORE IT IS FUNDED; THE BANK NAME ALONE MOVES NOTHING.
017421*       A CHANGE KEYED AGAINST AN ACCOUNT THE BANK RETURNED IS THE
017428*       CORRECTION, AND IS PROVEN THE SAME WAY EVEN IF THE NUMBERS
017435*       ARE RE-KEYED UNCHANGED.
017442        IF PBNT-ROUTING-NUMBER NOT = PBNK-ROUTING-NUMBER  OR
017449           PBNT-ACCOUNT-NUMBER NOT = PBNK-ACCOUNT-NUMBER  OR
017456           PBNT-ACCOUNT-TYPE   NOT = PBNK-ACCOUNT-TYPE  OR
017463           PBNK-ACCOUNT-RETURNED  THEN
017470           MOVE 'P'                    TO PBNK-VERIFY-STATUS
017477           MOVE ZERO                   TO PBNK-VERIFY-DATE
017484        END-IF
017500        MOVE PBNT-ROUTING-NUMBER       TO PBNK-ROUTING-NUMBER
017600        MOVE PBNT-ACCOUNT-NUMBER       TO PBNK-ACCOUNT-NUMBER
017700        MOVE PBNT-ACCOUNT-TYPE         TO PBNK-ACCOUNT-TYPE
017900        MOVE WS-TODAY                  TO PBNK-LAST-UPDATE-DATE
018000        REWRITE PROVIDER-BANKING-RECORD
018100        PERFORM 2500-WRITE-JOURNAL-RECORD
018200        IF PBNK-PRENOTE-DUE  THEN
018216           MOVE 'BANKING RECORD CHANGED - PRENOTE DUE'
018232                                       TO RPT-RESULT-TEXT
018248        ELSE
018264           MOVE 'BANKING RECORD CHANGED'  TO RPT-RESULT-TEXT
018280        END-IF
018300     END-IF.
018400/
018500 2300-DELETE-BANKING.
021800     ELSE
021900        STRING 'RTG='       PBNK-ROUTING-NUMBER
022000               ' TYPE='     PBNK-ACCOUNT-TYPE
022100               ' VFY='      PBNK-VERIFY-STATUS
022150               ' BANK='     PBNK-BANK-NAME (1:8)
022200            DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
022300     END-IF.
022400/
