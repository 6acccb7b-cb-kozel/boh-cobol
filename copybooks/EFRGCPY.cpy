000100******************************************************************
000200*    EFRGCPY - EFT PAYMENT REGISTER RECORD                       *
000300*    Keyed by payment number.  ESCALEFT writes one record per    *
000400*    EFT detail it puts on the funding file (payments and zero-  *
000500*    dollar prenotes alike), carrying the trace number and the   *
000600*    routing and account the money went to.  ESCALERT matches    *
000700*    the bank's settlement confirmations and returns to it and   *
000800*    moves the status; a returned payment waits on the held-     *
000900*    returns file until ESCALEFT can fund it again, and the      *
001000*    reissue points back at the original as CHKRCPY does.        *
001100******************************************************************
001200 01  EFT-REGISTER-RECORD.
001300     05  EFRG-PAYMENT-NUMBER.
001400         10  EFRG-PAY-DATE          PIC 9(08).
001500         10  EFRG-PAY-SEQUENCE      PIC 9(05).
001600     05  EFRG-TRACE-NUMBER          PIC 9(15).
001700     05  EFRG-PROVIDER-NUMBER       PIC X(06).
001800     05  EFRG-ROUTING-NUMBER        PIC 9(09).
001900     05  EFRG-ACCOUNT-NUMBER        PIC X(17).
002000     05  EFRG-ACCOUNT-TYPE          PIC X(01).
002100     05  EFRG-ENTRY-TYPE            PIC X(01).
002200         88  EFRG-IS-PAYMENT                   VALUE 'C'.
002300         88  EFRG-IS-PRENOTE                   VALUE 'P'.
002400     05  EFRG-PAYMENT-AMT           PIC 9(09)V9(02).
002500     05  EFRG-STATUS                PIC X(01).
002600         88  EFRG-ISSUED                       VALUE 'I'.
002700         88  EFRG-SETTLED                      VALUE 'S'.
002800         88  EFRG-RETURNED                     VALUE 'R'.
002900         88  EFRG-REISSUED                     VALUE 'E'.
003000     05  EFRG-STATUS-DATE           PIC 9(08).
003100     05  EFRG-RETURN-CODE           PIC X(03).
003200     05  EFRG-ORIGINAL-PAYMENT-NBR  PIC 9(13).
003300     05  EFRG-REISSUE-PAYMENT-NBR   PIC 9(13).
003400     05  FILLER                     PIC X(09).
