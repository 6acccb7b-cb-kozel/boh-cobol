001992*           DD IS POINTED AT THE APPROVED-RELEASE FILE, SO NO
001993*           ADD/CHANGE/DELETE APPLIES WITHOUT A SECOND
001994*           OPERATOR'S APPROVAL ON THE JOURNAL.
001995* 10/15/2026 ESCALPRV - CARRIES THE NEW PAPER-REMITTANCE FLAG
001996*           (SEE ESCALSPR) THROUGH THE EXISTING ADD/CHANGE
001997*           TRANSACTION FLOW; THE TRANSACTION IS NOW 64 BYTES.
001998******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
016070        MOVE PRVT-STATUS-CODE          TO PRVF-STATUS-CODE
016080        MOVE PRVT-TERMINATION-DATE     TO
016090                                    PRVF-TERMINATION-DATE
016093        MOVE PRVT-PAPER-REMIT-INDIC    TO
016096                                    PRVF-PAPER-REMIT-INDIC
016100        MOVE WS-TODAY                   TO
016200                                    PRVF-LAST-UPDATE-DATE
016300        WRITE PROVIDER-SPECIFIC-RECORD
019070        MOVE PRVT-STATUS-CODE          TO PRVF-STATUS-CODE
019080        MOVE PRVT-TERMINATION-DATE     TO
019090                                    PRVF-TERMINATION-DATE
019093        MOVE PRVT-PAPER-REMIT-INDIC    TO
019096                                    PRVF-PAPER-REMIT-INDIC
019100        MOVE WS-TODAY                   TO
019110                                    PRVF-LAST-UPDATE-DATE
019200        REWRITE PROVIDER-SPECIFIC-RECORD
