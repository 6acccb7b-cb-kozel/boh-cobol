000100******************************************************************
000200*    DTHCPY - BENEFICIARY DATE-OF-DEATH POSTING RECORD           *
000300*    One record per death notice ESCALBMT applies to the         *
000400*    beneficiary master.  The companion sweep (ESCALDTH) reads   *
000500*    these, browses the beneficiary's claim cross-reference      *
000600*    (MBIXREF) for lines paid with a date of service after the   *
000700*    death, and opens receivables for them on RCVFILE.           *
000800******************************************************************
000900 01  DEATH-POSTING-RECORD.
001000     05  DTH-MBI                    PIC X(11).
001100     05  DTH-DEATH-DATE             PIC 9(08).
001200     05  DTH-DEATH-SOURCE           PIC X(01).
001300     05  DTH-APPLIED-DATE           PIC 9(08).
001400     05  DTH-OPERATOR-ID            PIC X(08).
001500     05  FILLER                     PIC X(10).
