000100******************************************************************
000200*    TPMCPY - TRADING-PARTNER MASTER RECORD                      *
000300*    Names the receiver each provider's outbound files go to,    *
000400*    keyed by CCN, transaction type, and the date the row takes  *
000500*    effect:                                                     *
000600*      '835' - THE REMITTANCE (PRCREM, AS ADJUSTED ON PRCREMA)   *
000700*      'ACK' - THE CLAIM TRANSMISSION ACKNOWLEDGMENT (PRCACK)    *
000800*      'RTP' - THE RETURN-TO-PROVIDER NOTICES (ESCALRTP)         *
000900*      '277' - THE CLAIM STATUS RESPONSE (ESCALXIN/ESCALCSI)     *
001000*    On any date, the row of each CCN and type with the latest   *
001100*    effective date not after that date governs, and routes only *
001200*    while its end date has not passed - a row that has ended    *
001300*    leaves the provider with no active receiver.  TPM-USAGE     *
001400*    marks a receiver still in testing, whose envelopes go out   *
001500*    flagged for its test mailbox.  The fields the journal image *
001600*    carries come first.  Maintained only by ESCALTPM, under the *
001700*    ESCALPND/ESCALAPR two-person approval.  ESCALTPD splits the *
001800*    nightly 835, ACK, and RTP files by it.  A 277 already goes  *
001900*    back on the interchange that asked for it, so the '277' row *
002000*    records its receiver but is not used to split anything.     *
002100******************************************************************
002200 01  TRADING-PARTNER-RECORD.
002300     05  TPM-RECORD-KEY.
002400         10  TPM-PROVIDER-NUMBER    PIC X(06).
002500         10  TPM-TRANSACTION-TYPE   PIC X(03).
002600             88  TPM-REMITTANCE                VALUE '835'.
002700             88  TPM-ACKNOWLEDGMENT            VALUE 'ACK'.
002800             88  TPM-RTP-NOTICE                VALUE 'RTP'.
002900             88  TPM-CLAIM-STATUS              VALUE '277'.
003000         10  TPM-EFF-DATE           PIC 9(08).
003100     05  TPM-END-DATE               PIC 9(08).
003200     05  TPM-USAGE                  PIC X(01).
003300         88  TPM-PRODUCTION                    VALUE 'P'.
003400         88  TPM-TEST                          VALUE 'T'.
003500     05  TPM-RECEIVER-ID            PIC X(15).
003600     05  TPM-MAILBOX                PIC X(20).
003700     05  TPM-RECEIVER-NAME          PIC X(25).
003800     05  TPM-ENTERED-DATE           PIC 9(08).
003900     05  TPM-OPERATOR-ID            PIC X(08).
004000     05  TPM-LAST-UPDATE-DATE       PIC 9(08).
004100     05  FILLER                     PIC X(10).
