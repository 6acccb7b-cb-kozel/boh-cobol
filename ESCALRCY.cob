001600*           THE CLAIM DATA WAS NEVER WRONG - OUR ENROLLMENT
001700*           DATA WAS - SO THE PROVIDER NEVER REBILLS.  A REPORT
001800*           SHOWS WHAT EACH CORRECTION RELEASED.
001806******************************************************************
001812* 10/15/2026 ESCALRCY - RTC 87 (MEDICARE ADVANTAGE PERIOD) AND
001818*           RTC 90 (DATE OF DEATH) REJECTS NOW RELEASE TOO: A
001824*           CORRECTED OR REMOVED MA PERIOD, OR A RESCINDED DEATH
001830*           REPORT, IS AS MUCH OUR ENROLLMENT DATA AS AN
001836*           ENTITLEMENT DATE IS.
001842******************************************************************
001848* 10/15/2026 ESCALRCY - RTC 86 (GROUP HEALTH PLAN PRIMARY) REJECTS
001854*           RELEASE WHEN THE BENEFICIARY'S COVERAGE IS CORRECTED
001860*           OR REMOVED.
001866******************************************************************
001872* 10/15/2026 ESCALRCY - RECORD RESIZED FOR THE ESA MONITORING
001878*           FIELDS (READINGS AND ESA DRUG LINE) ADDED TO THE
001884*           CLAIM EXTRACT LAYOUT.
001900******************************************************************
002000 DATE-COMPILED.
002100 ENVIRONMENT DIVISION.
004800 FD  CORRECTED-CLAIMS-OUT
004900     LABEL RECORDS ARE STANDARD
005000     RECORDING MODE IS F.
005100 01  SUSCORR-RECORD                 PIC X(579).
005200/
005300 FD  RECYCLE-REPORT
005400     LABEL RECORDS ARE STANDARD
015800/
015900******************************************************************
016000*  ONLY THE ENROLLMENT-EDIT REJECTS (RTC 91 MBI NOT ON FILE,     *
016100*  RTC 92 OUTSIDE THE ENTITLEMENT PERIOD, RTC 87 INSIDE AN MA    *
016200*  PERIOD, RTC 90 AFTER THE DATE OF DEATH, RTC 86 GROUP PLAN     *
016300*  PRIMARY) OF AN AFFECTED MBI RELEASE - EVERY OTHER REJECT      *
016400*  STAYS ON SUSPENSE FOR ITS OWN CORRECTION.  THE SUSPENSE      *
016500*  RECORD ITSELF IS UNTOUCHED; THE ESCALSUS RUN THAT REPRICES    *
016533*  THE RELEASED IMAGE MATCHES IT OFF THE NORMAL WAY WHEN THE     *
016566*  REPRICE COMES BACK CLEAN.                                     *
016600******************************************************************
016700 2000-SCAN-SUSPENSE.
016800     ADD 1                          TO WS-SUSP-READ-COUNT.
016900
017000     IF SUS-PPS-RTC = 91  OR  SUS-PPS-RTC = 92  OR
017033        SUS-PPS-RTC = 87  OR  SUS-PPS-RTC = 90  OR
017066        SUS-PPS-RTC = 86  THEN
017100        MOVE SUS-CLAIM-EXTRACT-IMAGE TO CLAIM-EXTRACT-RECORD
017200        MOVE 'N'                    TO WS-MBI-MATCH-SWITCH
017300        PERFORM VARYING WS-MBI-SUB FROM 1 BY 1
