000100******************************************************************
000200*    PPDLCPY - POST-PAYMENT PAID-CLAIM LEDGER RECORD             *
000300*    Keyed by claim number plus line-item date of service plus   *
000400*    revenue code, maintained nightly by ESCALPPD from the       *
000500*    priced-claim history (PRCHIST) and every released remit     *
000600*    (PRCREMR, MRVREL, TRUREL, WHRREL).  Three kinds of record   *
000700*    share the file:                                             *
000800*      'L' - ONE PER PAID LINE: HOW MANY PAYMENTS STAND ON THE   *
000900*            LINE NET OF REVERSALS, WHICH RELEASE PATH PAID IT   *
001000*            FIRST AND LAST, AND WHAT HAS ALREADY BEEN RAISED AS *
001100*            A DUPLICATE-PAYMENT RECEIVABLE.                     *
001200*      'R' - ONE PER CLAIM (DATE OF SERVICE ZERO, REVENUE CODE   *
001300*            SPACES): THE NET LEGS AND DOLLARS EACH RELEASE PATH *
001400*            PUT OUT, AND THE LAST NIGHT THE CLAIM'S RELEASED    *
001500*            LEGS NETTED BELOW ZERO - A VOID, WHICH WIPES THE    *
001600*            STANDING PAYMENTS OFF EVERY LINE OF THE CLAIM.      *
001700*      'C' - THE SINGLE CONTROL RECORD (KEY LOW-VALUES): THE     *
001800*            LAST NIGHT THE HISTORY AND THE RELEASE FILES WERE   *
001900*            POSTED, SO A RERUN CANNOT POST EITHER TWICE.        *
002000******************************************************************
002100 01  PAID-LEDGER-RECORD.
002200     05  PPD-RECORD-KEY.
002300         10  PPD-CLAIM-NUMBER       PIC X(13).
002400         10  PPD-LINE-ITEM-DOS      PIC 9(08).
002500         10  PPD-REV-CODE           PIC X(04).
002600     05  PPD-RECORD-TYPE            PIC X(01).
002700         88  PPD-LINE-ENTRY                    VALUE 'L'.
002800         88  PPD-CLAIM-RELEASE-ENTRY           VALUE 'R'.
002900         88  PPD-CONTROL-ENTRY                 VALUE 'C'.
003000     05  PPD-PROVIDER-NUMBER        PIC X(06).
003100******************************************************************
003200*    PATH CODES - 'N' NIGHTLY RUN, 'M' MEDICAL-REVIEW RELEASE,   *
003300*    'T' INTERIM TRUE-UP (THE PH-RELEASE-PATH OF THE HISTORY     *
003400*    RECORD THAT PAID THE LINE).                                 *
003500******************************************************************
003600     05  PPD-LINE-DATA.
003700         10  PPD-NET-PAID-COUNT     PIC 9(03).
003800         10  PPD-FIRST-PATH         PIC X(01).
003900         10  PPD-FIRST-PAID-DATE    PIC 9(08).
004000         10  PPD-LAST-PATH          PIC X(01).
004100         10  PPD-LAST-PAID-DATE     PIC 9(08).
004200         10  PPD-LAST-PAY-AMT       PIC 9(07)V9(02).
004300         10  PPD-RAISED-COUNT       PIC 9(03).
004400         10  PPD-RAISED-AMT         PIC 9(09)V9(02).
004500         10  FILLER                 PIC X(36).
004600******************************************************************
004700*    RELEASE PATHS BY SUBSCRIPT - 1 PAYMENT FLOOR (PRCREMR),     *
004800*    2 MEDICAL REVIEW (MRVREL), 3 INTERIM TRUE-UP (TRUREL),      *
004900*    4 WITHHELD-FUNDS RELEASE (WHRREL).  A D LEG ADDS, AN R LEG  *
005000*    SUBTRACTS.  THE NIGHT'S NET LEGS LEAVE OUT THE WITHHELD-    *
005100*    FUNDS PATH - IT PAYS OUT PART OF A LEG ANOTHER PATH ALREADY *
005200*    RELEASED, NOT A PAYMENT OF ITS OWN.                         *
005300******************************************************************
005400     05  PPD-RELEASE-DATA  REDEFINES  PPD-LINE-DATA.
005500         10  PPD-REL-PATH-ENTRY  OCCURS 4 TIMES.
005600             15  PPD-REL-NET-LEGS   PIC S9(03).
005700             15  PPD-REL-NET-AMT    PIC S9(09)V9(02).
005800         10  PPD-REL-NIGHT-DATE     PIC 9(08).
005900         10  PPD-REL-NIGHT-NET-LEGS PIC S9(03).
006000         10  PPD-LAST-VOID-DATE     PIC 9(08).
006100         10  FILLER                 PIC X(05).
006200     05  PPD-CONTROL-DATA  REDEFINES  PPD-LINE-DATA.
006300         10  PPD-HIST-POSTED-DATE   PIC 9(08).
006400         10  PPD-REL-POSTED-DATE    PIC 9(08).
006500         10  FILLER                 PIC X(64).
006600     05  FILLER                     PIC X(08).
