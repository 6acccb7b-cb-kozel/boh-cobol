001500*           PROVIDERS UPDATED VS PROVIDERS ON FILE WITH NO SCORE
001600*           - THAT LAST LIST IS HOW FACILITIES CMS FORGOT GET
001700*           CAUGHT.
001720* 10/15/2026 ESCALQIP - CARRIES THE PROVIDER'S LIFECYCLE STATUS,
001740*           TERMINATION DATE, AND PAPER-REMITTANCE FLAG ONTO THE
001760*           CHANGE TRANSACTION, SO A QIP UPDATE NO LONGER CLEARS
001780*           THEM.
001800******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
020600                                    PRVT-ETC-MODEL-START-DATE.
020700     MOVE PRVF-ETC-MODEL-END-DATE   TO
020800                                    PRVT-ETC-MODEL-END-DATE.
020812     MOVE PRVF-STATUS-CODE          TO PRVT-STATUS-CODE.
020824     MOVE PRVF-TERMINATION-DATE     TO PRVT-TERMINATION-DATE.
020836     MOVE PRVF-PAPER-REMIT-INDIC    TO PRVT-PAPER-REMIT-INDIC.
020850     MOVE 'ESCALQIP'                TO PRVT-OPERATOR-ID.
020900     WRITE PROVIDER-TRANSACTION-RECORD.
021000/
