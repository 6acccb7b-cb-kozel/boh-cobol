000100******************************************************************
000200*    CCTMCPY - CLEAN CLAIM PAID OUTSIDE THE STATUTORY WINDOW     *
000300*    One record per original clean claim the monthly timeliness  *
000400*    report (ESCALCCT) found paid after its prompt-payment       *
000500*    deadline (receipt date plus the PPICTL deadline days in     *
000600*    effect on that date, rolled to the next business day).      *
000700*    CCTM-PAY-METHOD - 'E' THE PROVIDER'S EFT ON THE RELEASE     *
000800*    NIGHT (EFTREG), 'C' A CHECK ISSUED THAT NIGHT (CHKREG),     *
000900*    'N' NO PAYMENT ISSUED - THE RELEASE NETTED AWAY AGAINST A   *
001000*    RECEIVABLE OFFSET OR A REVERSAL; THE RELEASE DATE STANDS    *
001100*    AS THE PAYMENT DATE.                                        *
001200******************************************************************
001300 01  CLEAN-CLAIM-MISS-RECORD.
001400     05  CCTM-REPORT-MONTH          PIC 9(06).
001500     05  CCTM-CLAIM-NUMBER          PIC X(13).
001600     05  CCTM-PROVIDER-NUMBER       PIC X(06).
001700     05  CCTM-RECEIPT-DATE          PIC 9(08).
001800     05  CCTM-DEADLINE-DATE         PIC 9(08).
001900     05  CCTM-RELEASE-DATE          PIC 9(08).
002000     05  CCTM-PAY-DATE              PIC 9(08).
002100     05  CCTM-PAY-METHOD            PIC X(01).
002200         88  CCTM-PAID-BY-EFT                  VALUE 'E'.
002300         88  CCTM-PAID-BY-CHECK                VALUE 'C'.
002400         88  CCTM-NO-PAYMENT-ISSUED            VALUE 'N'.
002500     05  CCTM-CYCLE-DAYS            PIC 9(05).
002600     05  CCTM-DAYS-LATE             PIC 9(05).
002700     05  CCTM-LINE-COUNT            PIC 9(03).
002800     05  CCTM-NET-PAY-AMT           PIC 9(09)V9(02).
002900     05  CCTM-INTEREST-AMT          PIC 9(07)V9(02).
003000     05  CCTM-HELD-SWITCH           PIC X(01).
003100     05  FILLER                     PIC X(08).
