000500*    issuance (ESCALEFT) funds - so treasury stops re-keying     *
000600*    control-report totals into the bank system by hand.  A      *
000700*    provider with no record here cannot be funded               *
000800*    electronically and is paid by paper check (CHKRCPY).        *
000810*    A new or changed routing/account is not funded at once:     *
000820*    ESCALPBM marks it prenote-due, ESCALEFT sends the zero-     *
000830*    dollar prenote and holds it in verification for the PBVCTL  *
000840*    cooling days (paying by check meanwhile), then marks it     *
000850*    verified.  A blank status is a record from before the       *
000860*    prenote rule and is treated as verified.  An account the    *
000870*    bank returned a payment or prenote against as closed or     *
000880*    invalid (ESCALERT) is flagged returned and is not funded    *
000890*    again until ESCALPBM keys corrected banking.                *
000900******************************************************************
001000 01  PROVIDER-BANKING-RECORD.
001100     05  PBNK-PROVIDER-NUMBER       PIC X(06).
001600         88  PBNK-TYPE-SAVINGS                 VALUE 'S'.
001700     05  PBNK-BANK-NAME             PIC X(30).
001800     05  PBNK-LAST-UPDATE-DATE      PIC 9(08).
001900     05  PBNK-VERIFY-STATUS         PIC X(01).
001910         88  PBNK-VERIFIED                     VALUE 'V' ' '.
001920         88  PBNK-PRENOTE-DUE                  VALUE 'P'.
001930         88  PBNK-PRENOTE-SENT                 VALUE 'N'.
001940         88  PBNK-PENDING-VERIFY               VALUE 'P' 'N'.
001950         88  PBNK-ACCOUNT-RETURNED             VALUE 'R'.
001960******************************************************************
001970*    PBNK-VERIFY-DATE - ON A PRENOTE-SENT ACCOUNT, THE FIRST     *
001980*    DAY IT MAY BE FUNDED (PRENOTE DATE PLUS THE COOLING DAYS).  *
001990*    ON A VERIFIED ACCOUNT, THE DAY IT WAS VERIFIED; ON A        *
002000*    RETURNED ACCOUNT, THE DAY THE RETURN POSTED.                *
002010******************************************************************
002020     05  PBNK-VERIFY-DATE           PIC 9(08).
