000600*    record on first use); a BACKOUT subtracts it (floored at    *
000610*    zero) when an adjustment or void reverses the payment       *
000620*    that applied it.                                            *
000640*    A SHADOW request, sent once as the first call, makes every  *
000660*    later post and backout of the run an in-memory one - the    *
000680*    file and the posting ledger are left as they were.          *
000700******************************************************************
000800 01  DEDUCTIBLE-HISTORY-REQUEST.
000900     05  DED-ACTION-CODE            PIC X(01).
001000         88  DED-INQUIRE                        VALUE 'I'.
001100         88  DED-POST                           VALUE 'P'.
001150         88  DED-BACKOUT                        VALUE 'B'.
001175         88  DED-SHADOW-MODE                    VALUE 'S'.
001200     05  DED-MBI                    PIC X(11).
001300     05  DED-YEAR                   PIC 9(04).
001400     05  DED-AMOUNT                 PIC 9(05)V9(02).
