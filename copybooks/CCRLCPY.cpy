000100******************************************************************
000200*    CCRLCPY - CLEAN-CLAIM RELEASE LOG RECORD                    *
000300*    One record per paid line of an original clean claim (a      *
000400*    remit detail carrying a receipt date) on the night the      *
000500*    payment floor scheduler (ESCALFLR) releases it to payment,  *
000600*    appended night over night.  Tonight's released remit is     *
000700*    funded by ESCALEFT the same night, so the release date is   *
000800*    the night the EFT or check was issued; the monthly clean-   *
000900*    claim timeliness report (ESCALCCT) measures the receipt-to- *
001000*    payment cycle from it.  CCRL-HELD-SWITCH is 'Y' when the    *
001100*    line sat on the floor hold file before it released.         *
001200******************************************************************
001300 01  CLEAN-CLAIM-RELEASE-RECORD.
001400     05  CCRL-RELEASE-DATE          PIC 9(08).
001500     05  CCRL-CLAIM-NUMBER          PIC X(13).
001600     05  CCRL-PROVIDER-NUMBER       PIC X(06).
001700     05  CCRL-RECEIPT-DATE          PIC 9(08).
001800     05  CCRL-HELD-SWITCH           PIC X(01).
001900         88  CCRL-RELEASED-FROM-HOLD           VALUE 'Y'.
002000         88  CCRL-RELEASED-ON-RECEIPT          VALUE 'N'.
002100     05  CCRL-NET-PAY-AMT           PIC 9(09)V9(02).
002200     05  CCRL-INTEREST-AMT          PIC 9(07)V9(02).
002300     05  FILLER                     PIC X(24).
