000100******************************************************************
000200*    ERSTCPY - ERS MASTER MAINTENANCE TRANSACTION                *
000300*    One transaction adds, changes, deletes, or inquires on the  *
000400*    installment plan for one receivable.  A change replaces     *
000500*    the plan terms and restarts the schedule at ERST-START-     *
000600*    DATE in good standing - it is also how a defaulted plan is  *
000700*    renegotiated.  A zero grace-days field takes the default.   *
000800******************************************************************
000900 01  ERS-TRANSACTION-RECORD.
001000     05  ERST-ACTION-CODE           PIC X(01).
001100         88  ERST-ADD                           VALUE 'A'.
001200         88  ERST-CHANGE                        VALUE 'C'.
001300         88  ERST-DELETE                        VALUE 'D'.
001400         88  ERST-INQUIRY                       VALUE 'I'.
001500     05  ERST-RECEIVABLE-KEY.
001600         10  ERST-PROVIDER-NUMBER   PIC X(06).
001700         10  ERST-CLAIM-NUMBER      PIC X(13).
001800         10  ERST-SETUP-DATE        PIC 9(08).
001900     05  ERST-START-DATE            PIC 9(08).
002000     05  ERST-START-DATE-R  REDEFINES  ERST-START-DATE.
002100         10  ERST-START-YYYY        PIC 9(04).
002200         10  ERST-START-MM          PIC 9(02).
002300         10  ERST-START-DD          PIC 9(02).
002400     05  ERST-TERM-MONTHS           PIC 9(03).
002500     05  ERST-INSTALLMENT-AMT       PIC 9(07)V9(02).
002600     05  ERST-INTEREST-RATE         PIC 9(02)V9(03).
002700     05  ERST-GRACE-DAYS            PIC 9(02).
002800     05  ERST-OPERATOR-ID           PIC X(08).
