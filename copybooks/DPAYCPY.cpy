000100******************************************************************
000200*    DPAYCPY - PROVIDER DEBT PAYMENT RECORD                      *
000300*    One record per check a provider sends in against a demand   *
000400*    letter, carrying the receivable key printed on the letter.  *
000500*    ESCALDMD applies it to the interest first and the           *
000600*    principal after.                                            *
000700******************************************************************
000800 01  DEBT-PAYMENT-RECORD.
000900     05  DPAY-RECEIVABLE-KEY.
001000         10  DPAY-PROVIDER-NUMBER   PIC X(06).
001100         10  DPAY-CLAIM-NUMBER      PIC X(13).
001200         10  DPAY-SETUP-DATE        PIC 9(08).
001300     05  DPAY-RECEIVED-DATE         PIC 9(08).
001400     05  DPAY-PAYMENT-AMT           PIC 9(07)V9(02).
001500     05  DPAY-CHECK-NUMBER          PIC X(10).
001600     05  FILLER                     PIC X(26).
