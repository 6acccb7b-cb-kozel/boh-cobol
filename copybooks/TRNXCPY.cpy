000600*    (creating the history record on first use); a BACKOUT       *
000610*    subtracts them (floored at zero) when an adjustment or      *
000620*    void reverses the payment that posted them.                 *
000640*    A SHADOW request, sent once as the first call, makes every  *
000660*    later post and backout of the run an in-memory one - the    *
000680*    file and the posting ledger are left as they were.          *
000700******************************************************************
000800 01  TRAINING-HISTORY-REQUEST.
000900     05  TRN-ACTION-CODE            PIC X(01).
001000         88  TRN-INQUIRE                        VALUE 'I'.
001100         88  TRN-POST                           VALUE 'P'.
001150         88  TRN-BACKOUT                        VALUE 'B'.
001175         88  TRN-SHADOW-MODE                    VALUE 'S'.
001200     05  TRN-MBI                    PIC X(11).
001300     05  TRN-SESSION-TYPE           PIC X(01).
001400         88  TRN-TYPE-INITIAL                   VALUE 'T'.
