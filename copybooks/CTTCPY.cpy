000100******************************************************************
000200*    CTTCPY - CERT CASE TRANSACTION                              *
000300*    Keyed in by the review staff and applied by ESCALCTF to the *
000400*    case named by sample month and claim number.                *
000500*      CTT-TRAN-TYPE  'R' - records requested (CTT-DUE-DATE may  *
000600*                           be zero for the standard window)     *
000700*                     'D' - documentation received               *
000800*                     'F' - finding (category, direction, amount *
000900*                           in error, correction, reviewer)      *
001000*                     'C' - finding confirmed                    *
001100*                     'X' - case closed (withdrawn by CMS)       *
001200******************************************************************
001300 01  CERT-TRANSACTION-RECORD.
001400     05  CTT-TRAN-TYPE              PIC X(01).
001500         88  CTT-RECORDS-REQUESTED             VALUE 'R'.
001600         88  CTT-DOCUMENTATION-RECEIVED        VALUE 'D'.
001700         88  CTT-FINDING                       VALUE 'F'.
001800         88  CTT-CONFIRM-FINDING               VALUE 'C'.
001900         88  CTT-CLOSE-CASE                    VALUE 'X'.
002000     05  CTT-SAMPLE-PERIOD          PIC 9(06).
002100     05  CTT-CLAIM-NUMBER           PIC X(13).
002200     05  CTT-TRAN-DATE              PIC 9(08).
002300     05  CTT-DUE-DATE               PIC 9(08).
002400     05  CTT-ERROR-CATEGORY         PIC X(02).
002500     05  CTT-ERROR-DIRECTION        PIC X(01).
002600     05  CTT-ERROR-AMT              PIC 9(09)V9(02).
002700     05  CTT-CORRECTION-TYPE        PIC X(01).
002800     05  CTT-REVIEWER-ID            PIC X(08).
002900     05  FILLER                     PIC X(21).
