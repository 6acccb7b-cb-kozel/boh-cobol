000100******************************************************************
000200*    ERSMCPY - EXTENDED REPAYMENT SCHEDULE (ERS) MASTER RECORD   *
000300*    Keyed by the receivable it covers - provider number plus    *
000400*    claim number plus setup date, the RCVFILE key.  One record  *
000500*    per approved installment plan, added and changed by         *
000600*    ESCALERM.  While the plan is in good standing the nightly   *
000700*    offset (ESCALRCV) recovers no more than the installment     *
000800*    currently due instead of the whole open balance, and the    *
000900*    demand cycle (ESCALDMD) sends no further notices and        *
001000*    accrues interest at the plan rate.  An installment not      *
001100*    collected in full by ERS-GRACE-DAYS past its due date       *
001200*    defaults the plan, and the receivable goes back to full     *
001300*    recoupment.  The first installment is due on the start      *
001400*    date and each one after it on the same day of the next      *
001500*    month, so the start day is held to the 1st through 28th.    *
001600******************************************************************
001700 01  ERS-PLAN-RECORD.
001800     05  ERS-RECORD-KEY.
001900         10  ERS-PROVIDER-NUMBER    PIC X(06).
002000         10  ERS-CLAIM-NUMBER       PIC X(13).
002100         10  ERS-SETUP-DATE         PIC 9(08).
002200     05  ERS-PLAN-STATUS            PIC X(01).
002300         88  ERS-IN-GOOD-STANDING              VALUE 'G'.
002400         88  ERS-DEFAULTED                     VALUE 'D'.
002500         88  ERS-COMPLETED                     VALUE 'C'.
002600******************************************************************
002700*    THE PLAN AS APPROVED - KEYED THROUGH ESCALERM.              *
002800******************************************************************
002900     05  ERS-START-DATE             PIC 9(08).
003000     05  ERS-TERM-MONTHS            PIC 9(03).
003100     05  ERS-INSTALLMENT-AMT        PIC 9(07)V9(02).
003200     05  ERS-INTEREST-RATE          PIC 9(02)V9(03).
003300     05  ERS-GRACE-DAYS             PIC 9(02).
003400******************************************************************
003500*    THE PLAN AS WORKED - ERS-PERIOD-COLLECTED-AMT IS WHAT HAS   *
003600*    BEEN OFFSET OR PAID TOWARD THE INSTALLMENT DUE ON           *
003700*    ERS-NEXT-DUE-DATE.  WHEN IT REACHES THE INSTALLMENT THE     *
003800*    DUE DATE MOVES ON A MONTH AND ANY EXCESS PREPAYS THE NEXT.  *
003900*    ERS-STATUS-DATE IS THE DAY THE STATUS WAS LAST SET.         *
004000******************************************************************
004100     05  ERS-NEXT-DUE-DATE          PIC 9(08).
004200     05  ERS-PERIOD-COLLECTED-AMT   PIC 9(07)V9(02).
004300     05  ERS-STATUS-DATE            PIC 9(08).
