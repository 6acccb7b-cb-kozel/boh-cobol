000100*****************************************************************
000200*    CRFCPY - CASH-REQUIREMENTS FORECAST RECORD                  *
000300*    Written nightly by ESCALCRF to CRFOUT for Treasury, and     *
000400*    read back the next night (CRFIN) to measure the miss.       *
000500*    A 'D' record per forecast business day (1 to 10) splits     *
000600*    the disbursements projected for it three ways:              *
000700*      CERTAIN   - payment-floor holds ripening that day and     *
000800*                  withheld funds whose order is lifted;         *
000900*      PROBABLE  - medical-review decisions and suspense         *
001000*                  recycles expected that day;                   *
001100*      ESTIMATED - new-claim volume from the run history.        *
001200*    Open receivables the offset step will recover are taken     *
001300*    off the provider's certain and probable money in day        *
001400*    order (CRF-OFFSET-AMT); money a withhold or suspension      *
001500*    order will keep back is shown apart (CRF-WITHHELD-AMT)      *
001600*    and is not in the total.                                    *
001700*    The 'M' record measures the prior night's forecast for      *
001800*    today against what ESCALEFT actually paid (EFT register     *
001900*    plus original checks issued today).                         *
002000*****************************************************************
002100 01  CASH-FORECAST-RECORD.
002200     05  CRF-RECORD-TYPE            PIC X(01).
002300         88  CRF-IS-DAY                        VALUE 'D'.
002400         88  CRF-IS-MEASURE                    VALUE 'M'.
002500     05  CRF-FORECAST-DATE          PIC 9(08).
002600     05  CRF-DAY-NUMBER             PIC 9(02).
002700     05  CRF-BUSINESS-DATE          PIC 9(08).
002800     05  CRF-DAY-AMOUNTS.
002900         10  CRF-CERTAIN-AMT        PIC 9(11)V9(02).
003000         10  CRF-PROBABLE-AMT       PIC 9(11)V9(02).
003100         10  CRF-ESTIMATED-AMT      PIC 9(11)V9(02).
003200         10  CRF-TOTAL-AMT          PIC 9(11)V9(02).
003300         10  CRF-OFFSET-AMT         PIC 9(11)V9(02).
003400         10  CRF-WITHHELD-AMT       PIC 9(11)V9(02).
003500*****************************************************************
003600*    THE MEASURE OF THE PRIOR FORECAST - CRF-FORECAST-DATE IS    *
003700*    THE NIGHT IT WAS MADE, CRF-BUSINESS-DATE TODAY.             *
003800*****************************************************************
003900     05  CRF-MEASURE-AMOUNTS  REDEFINES  CRF-DAY-AMOUNTS.
004000         10  CRF-FORECAST-TOTAL-AMT PIC 9(11)V9(02).
004100         10  CRF-ACTUAL-EFT-AMT     PIC 9(11)V9(02).
004200         10  CRF-ACTUAL-CHECK-AMT   PIC 9(11)V9(02).
004300         10  CRF-ACTUAL-TOTAL-AMT   PIC 9(11)V9(02).
004400         10  CRF-VARIANCE-AMT       PIC S9(11)V9(02).
004500         10  CRF-VARIANCE-PCT       PIC S9(03)V9(02).
004600         10  FILLER                 PIC X(08).
004700     05  FILLER                     PIC X(03).
