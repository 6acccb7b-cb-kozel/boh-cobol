000100******************************************************************
000200*    CHKRCPY - OUTSTANDING CHECK REGISTER RECORD                 *
000300*    Keyed by check number.  One record per paper check issued  *
000400*    - by ESCALEFT to a provider with no banking record, or by  *
000500*    ESCALCKM as the reissue of an earlier check - carrying the *
000600*    payee CCN, the amount, and the day's payment sequence the  *
000700*    check paid under, so every check ties back to the remit    *
000800*    that funded it.  The status moves from OUTSTANDING to      *
000900*    CLEARED when the bank pays it, to VOIDED or STALE-DATED    *
001000*    when it must not be paid, or to REISSUED when a            *
001100*    replacement check is cut; the original and replacement     *
001200*    numbers point at each other.                               *
001300******************************************************************
001400 01  CHECK-REGISTER-RECORD.
001500     05  CHKR-CHECK-NUMBER          PIC 9(10).
001600     05  CHKR-PROVIDER-NUMBER       PIC X(06).
001700     05  CHKR-ISSUE-DATE            PIC 9(08).
001800     05  CHKR-CHECK-AMT             PIC 9(09)V9(02).
001900     05  CHKR-STATUS                PIC X(01).
002000         88  CHKR-OUTSTANDING                  VALUE 'O'.
002100         88  CHKR-CLEARED                      VALUE 'C'.
002200         88  CHKR-VOIDED                       VALUE 'V'.
002300         88  CHKR-STALE-DATED                  VALUE 'S'.
002400         88  CHKR-REISSUED                     VALUE 'R'.
002500     05  CHKR-STATUS-DATE           PIC 9(08).
002600     05  CHKR-PAY-SEQUENCE          PIC 9(05).
002700     05  CHKR-ORIGINAL-CHECK-NUMBER PIC 9(10).
002800     05  CHKR-REPLACEMENT-CHECK-NBR PIC 9(10).
002900     05  CHKR-OPERATOR-ID           PIC X(08).
003000     05  FILLER                     PIC X(03).
