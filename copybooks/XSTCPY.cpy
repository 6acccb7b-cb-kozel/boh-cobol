000100******************************************************************
000200*    XSTCPY - CROSSOVER STATUS MASTER RECORD                     *
000300*    Keyed by provider, claim number, and line date of service. *
000400*    One record per crossover detail ESCALXOV has cut for a     *
000500*    state Medicaid agency or supplemental insurer, carrying    *
000600*    the amounts sent so a rejected detail can be resent        *
000700*    without going back to the nightly run.  ESCALXOV posts     *
000800*    SENT (or RESENT for a queued resend); ESCALXAK posts the   *
000900*    state's answer - ACCEPTED from the file acknowledgment,    *
001000*    REJECTED from a detail reject or a whole-file reject -     *
001100*    then QUEUES a rejected detail for resend once ESCALDUL     *
001200*    has changed the beneficiary's dual status, or CLOSES it    *
001300*    when the beneficiary is no longer dual.                    *
001400******************************************************************
001500 01  CROSSOVER-STATUS-RECORD.
001600     05  XST-RECORD-KEY.
001700         10  XST-PROVIDER-NUMBER    PIC X(06).
001800         10  XST-CLAIM-NUMBER       PIC X(13).
001900         10  XST-LINE-ITEM-DATE-SERVICE
002000                                    PIC 9(08).
002100     05  XST-STATE-CODE             PIC X(02).
002200     05  XST-MBI                    PIC X(11).
002300     05  XST-DUAL-STATUS-CODE       PIC X(02).
002400     05  XST-THRU-DATE              PIC 9(08).
002500     05  XST-PAID-AMT               PIC 9(09)V9(02).
002600     05  XST-DEDUCTIBLE-AMT         PIC 9(05)V9(02).
002700     05  XST-COINSURANCE-AMT        PIC 9(07)V9(02).
002800     05  XST-STATUS                 PIC X(01).
002900         88  XST-SENT                          VALUE 'S'.
003000         88  XST-ACCEPTED                      VALUE 'A'.
003100         88  XST-REJECTED                      VALUE 'J'.
003200         88  XST-RESEND-QUEUED                 VALUE 'Q'.
003300         88  XST-RESENT                        VALUE 'R'.
003400         88  XST-CLOSED-NOT-DUAL               VALUE 'N'.
003500         88  XST-AWAITING-ANSWER               VALUE 'S' 'R'.
003600     05  XST-STATUS-DATE            PIC 9(08).
003700     05  XST-FIRST-SENT-DATE        PIC 9(08).
003800     05  XST-LAST-SENT-DATE         PIC 9(08).
003900     05  XST-RESEND-COUNT           PIC 9(02).
004000     05  XST-REJECT-DATE            PIC 9(08).
004100     05  XST-REJECT-CATEGORY        PIC X(01).
004200     05  XST-REJECT-REASON-CODE     PIC X(03).
004300     05  XST-REJECT-REASON-TEXT     PIC X(30).
004400     05  FILLER                     PIC X(04).
