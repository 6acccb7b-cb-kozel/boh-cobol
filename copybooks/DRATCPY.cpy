000100******************************************************************
000200*    DRATCPY - DEBT INTEREST RATE RECORD                         *
000300*    One record per rate change, in effective-date order.  A     *
000400*    receivable carries the annual rate in effect on the date    *
000500*    of its initial demand letter for the life of the debt.      *
000600******************************************************************
000700 01  DEBT-RATE-RECORD.
000800     05  DRAT-EFF-DATE              PIC 9(08).
000900     05  DRAT-ANNUAL-RATE           PIC 9(02)V9(03).
001000     05  FILLER                     PIC X(67).
