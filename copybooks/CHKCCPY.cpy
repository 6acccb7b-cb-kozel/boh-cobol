000100******************************************************************
000200*    CHKCCPY - CHECK STOCK CONTROL RECORD                        *
000300*    One record naming the range of pre-numbered check stock     *
000400*    treasury has loaded on the printer, the next number to      *
000500*    issue, the disbursing account the checks draw on (the      *
000600*    account the positive-pay file is sent under), and the       *
000700*    number of days after issue a check goes stale.  ESCALEFT    *
000800*    and ESCALCKM take numbers from it and rewrite it, so no    *
000900*    check number is ever assigned twice or outside the stock   *
001000*    on hand.  New stock means a new range keyed by treasury.   *
001100******************************************************************
001200 01  CHECK-CONTROL-RECORD.
001300     05  CHKC-RANGE-START           PIC 9(10).
001400     05  CHKC-RANGE-END             PIC 9(10).
001500     05  CHKC-NEXT-CHECK-NUMBER     PIC 9(10).
001600     05  CHKC-STALE-DAYS            PIC 9(03).
001700     05  CHKC-ACCOUNT-NUMBER        PIC X(17).
001800     05  CHKC-LAST-UPDATE-DATE      PIC 9(08).
001900     05  FILLER                     PIC X(22).
