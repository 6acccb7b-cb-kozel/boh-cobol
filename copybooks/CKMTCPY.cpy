000100******************************************************************
000200*    CKMTCPY - OUTSTANDING CHECK REGISTER TRANSACTION            *
000300*    One transaction voids, reissues, clears, or inquires on    *
000400*    one check.  A CLEAR comes from the bank's paid-check       *
000500*    notice and carries the date and amount the bank paid.      *
000600******************************************************************
000700 01  CHECK-MAINT-TRANSACTION.
000800     05  CKMT-ACTION-CODE           PIC X(01).
000900         88  CKMT-VOID                          VALUE 'V'.
001000         88  CKMT-REISSUE                       VALUE 'R'.
001100         88  CKMT-CLEAR                         VALUE 'C'.
001200         88  CKMT-INQUIRY                       VALUE 'I'.
001300     05  CKMT-CHECK-NUMBER          PIC 9(10).
001400     05  CKMT-PAID-DATE             PIC 9(08).
001500     05  CKMT-PAID-AMT              PIC 9(09)V9(02).
001600     05  CKMT-OPERATOR-ID           PIC X(08).
001700     05  FILLER                     PIC X(02).
