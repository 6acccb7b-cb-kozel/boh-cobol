000100******************************************************************
000200*    PBVCCPY - BANKING VERIFICATION CONTROL RECORD               *
000300*    The PBVCTL parameter-master row in force on the run date,   *
000400*    read once by ESCALEFT.  PBVC-COOLING-DAYS is how many       *
000500*    business days a new or changed bank account sits in         *
000600*    verification after its prenote goes out before it may be    *
000700*    funded.  A provider whose banking record changed within     *
000800*    PBVC-CHANGE-WINDOW-DAYS of a payment of at least            *
000900*    PBVC-LARGE-PAYMENT-AMT is listed on the banking-change      *
001000*    exception report (BNKXRPT) for the payment integrity desk.  *
001100*    No row in force or a zero field keeps the compiled default. *
001200******************************************************************
001300 01  BANKING-VERIFY-CONTROL-RECORD.
001400     05  PBVC-COOLING-DAYS          PIC 9(03).
001500     05  PBVC-CHANGE-WINDOW-DAYS    PIC 9(03).
001600     05  PBVC-LARGE-PAYMENT-AMT     PIC 9(09)V9(02).
001700     05  FILLER                     PIC X(63).
