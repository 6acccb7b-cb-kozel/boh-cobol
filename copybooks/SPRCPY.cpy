000100******************************************************************
000200*    SPRCPY - STANDARD PAPER REMITTANCE PRINT WORK RECORD        *
000300*    Written by ESCALSPR for every provider flagged paper-remit  *
000400*    on the provider master (PRVF-PAPER-REMIT) and delivered to  *
000500*    the SPR print program (ESCALSPP) by the scheduler sort step *
000600*    on SPR-SORT-KEY - mailing ZIP and street first, so the      *
000700*    printed advices go to the print vendor in mailing order,    *
000800*    then provider and payment, so each advice arrives as its    *
000900*    '1' header (payee, mailing address, and the EFT or check    *
001000*    that paid it), its '2' claim lines in the order the         *
001100*    released remit carried them, and its '3' payment summary.   *
001200*    A claim line is one remit detail: a paid claim ('D'), a     *
001300*    reversal of a prior payment ('R'), or an ESCALRCV           *
001400*    receivable offset ('O'), with the RTC text from RCMFILE and *
001500*    each reduction shown on its own (the ESA monitoring         *
001510*    reduction in its own field at the end of the line, as it    *
001520*    prints under the claim).  SPR-PAID-AMT is what the          *
001600*    line adds to or takes from the payment, so the '2' lines    *
001700*    foot to the summary's net and the net ties to the EFT or    *
001800*    check amount on the header.                                 *
001900******************************************************************
002000 01  SPR-PRINT-RECORD.
002100     05  SPR-SORT-KEY.
002200         10  SPR-SORT-ZIP           PIC X(09).
002300         10  SPR-SORT-ADDRESS       PIC X(35).
002400         10  SPR-SORT-PROVIDER      PIC X(06).
002500         10  SPR-SORT-PAYMENT-NUMBER.
002600             15  SPR-SORT-PAY-DATE  PIC 9(08).
002700             15  SPR-SORT-PAY-SEQUENCE PIC 9(05).
002800         10  SPR-SORT-GROUP         PIC X(01).
002900             88  SPR-IS-HEADER                 VALUE '1'.
003000             88  SPR-IS-CLAIM-LINE             VALUE '2'.
003100             88  SPR-IS-SUMMARY                VALUE '3'.
003200         10  SPR-SORT-LINE-SEQUENCE PIC 9(05).
003300     05  SPR-DATA                   PIC X(151).
003400******************************************************************
003500*    SPR-PAY-METHOD - 'E' PAID BY EFT (TRACE NUMBER), 'C' PAID   *
003600*    BY CHECK (CHECK NUMBER), 'N' NO PAYMENT ISSUED TONIGHT -    *
003700*    THE NET WAS NOT POSITIVE, OR THE PAYMENT WAS NOT FOUND ON   *
003800*    EITHER REGISTER.                                            *
003900******************************************************************
004000     05  SPR-HEADER-DATA  REDEFINES  SPR-DATA.
004100         10  SPR-PAYEE-NAME         PIC X(35).
004200         10  SPR-PAYEE-ADDRESS      PIC X(35).
004300         10  SPR-PAYEE-CITY         PIC X(20).
004400         10  SPR-PAYEE-STATE        PIC X(02).
004500         10  SPR-PAYEE-ZIP          PIC X(09).
004600         10  SPR-PAY-METHOD         PIC X(01).
004700             88  SPR-PAID-BY-EFT               VALUE 'E'.
004800             88  SPR-PAID-BY-CHECK             VALUE 'C'.
004900             88  SPR-NO-PAYMENT                VALUE 'N'.
005000         10  SPR-CHECK-NUMBER       PIC 9(10).
005100         10  SPR-TRACE-NUMBER       PIC 9(15).
005200         10  SPR-REMIT-DATE         PIC 9(08).
005300         10  SPR-PAYMENT-AMT        PIC 9(09)V9(02).
005400         10  FILLER                 PIC X(05).
005500     05  SPR-CLAIM-DATA  REDEFINES  SPR-DATA.
005600         10  SPR-CLAIM-NUMBER       PIC X(13).
005700         10  SPR-REMIT-TYPE         PIC X(01).
005800             88  SPR-LINE-IS-PAID              VALUE 'D'.
005900             88  SPR-LINE-IS-REVERSAL          VALUE 'R'.
006000             88  SPR-LINE-IS-OFFSET            VALUE 'O'.
006100         10  SPR-RTC                PIC 9(02).
006200         10  SPR-RTC-TEXT           PIC X(46).
006300         10  SPR-CARC-CODE          PIC X(03).
006400         10  SPR-GROSS-AMT          PIC 9(07)V9(02).
006500         10  SPR-OUTLIER-AMT        PIC 9(07)V9(02).
006600         10  SPR-SEQUESTRATION-AMT  PIC 9(07)V9(02).
006700         10  SPR-NETWORK-FEE-AMT    PIC 9(07)V9(02).
006800         10  SPR-WITHHOLD-AMT       PIC 9(07)V9(02).
006900         10  SPR-INTEREST-AMT       PIC 9(07)V9(02).
007000         10  SPR-PAID-AMT           PIC S9(09)V9(02).
007050         10  SPR-ESA-REDUCTION-AMT  PIC 9(07)V9(02).
007100         10  FILLER                 PIC X(12).
007200     05  SPR-SUMMARY-DATA  REDEFINES  SPR-DATA.
007300         10  SPR-SUM-LINE-COUNT     PIC 9(05).
007400         10  SPR-SUM-GROSS-AMT      PIC 9(09)V9(02).
007500         10  SPR-SUM-OUTLIER-AMT    PIC 9(09)V9(02).
007600         10  SPR-SUM-SEQUESTRATION-AMT PIC 9(09)V9(02).
007700         10  SPR-SUM-NETWORK-FEE-AMT PIC 9(09)V9(02).
007800         10  SPR-SUM-WITHHOLD-AMT   PIC 9(09)V9(02).
007900         10  SPR-SUM-INTEREST-AMT   PIC 9(09)V9(02).
008000         10  SPR-SUM-CLAIMS-PAID-AMT PIC 9(09)V9(02).
008100         10  SPR-SUM-REVERSED-AMT   PIC 9(09)V9(02).
008200         10  SPR-SUM-OFFSET-AMT     PIC 9(09)V9(02).
008300         10  SPR-SUM-NET-AMT        PIC S9(09)V9(02).
008400         10  SPR-SUM-PAYMENT-AMT    PIC 9(09)V9(02).
008500         10  SPR-SUM-TIE-SWITCH     PIC X(01).
008600             88  SPR-SUM-TIES                  VALUE 'Y'.
008700             88  SPR-SUM-DOES-NOT-TIE          VALUE 'N'.
008750         10  SPR-SUM-ESA-REDUCTION-AMT PIC 9(09)V9(02).
008800         10  FILLER                 PIC X(13).
