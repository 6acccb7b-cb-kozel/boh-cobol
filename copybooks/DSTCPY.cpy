000100******************************************************************
000200*    DSTCPY - PER-RECEIVER DISTRIBUTION ENVELOPE RECORDS         *
000300*    Written by ESCALTPD, which splits the night's remittance    *
000400*    (PRCREMA), acknowledgment (PRCACK), and return-to-provider  *
000500*    notice (NOTICE) files by the trading-partner master         *
000600*    (TPMCPY).  Each receiver gets one envelope per transaction  *
000700*    type: an 'H' header naming the receiver, its mailbox, and   *
000800*    whether it is still in testing, under a control number      *
000900*    taken from X12CTL so none is ever sent twice; one 'B' body  *
001000*    record per record of the native file, carried byte for      *
001100*    byte, with the native file's own trailer rebuilt to balance *
001200*    to just that receiver's records; and a 'T' trailer whose    *
001300*    counts - and on a remittance, net dollars - balance the     *
001400*    envelope.  Records for a provider with no active receiver   *
001500*    are enveloped the same way on the hold file (DISTHLD) under *
001600*    a blank receiver and control number zero, and are not sent. *
001700******************************************************************
001800 01  DISTRIBUTION-HEADER-RECORD.
001900     05  DST-HDR-RECORD-TYPE        PIC X(01).
002000         88  DST-IS-HEADER                     VALUE 'H'.
002100     05  DST-HDR-CONTROL-NUMBER     PIC 9(09).
002200     05  DST-HDR-TRANSACTION-TYPE   PIC X(03).
002300     05  DST-HDR-RECEIVER-ID        PIC X(15).
002400     05  DST-HDR-MAILBOX            PIC X(20).
002500     05  DST-HDR-USAGE              PIC X(01).
002600         88  DST-HDR-PRODUCTION                VALUE 'P'.
002700         88  DST-HDR-TEST                      VALUE 'T'.
002800     05  DST-HDR-RECEIVER-NAME      PIC X(25).
002900     05  DST-HDR-CREATE-DATE        PIC 9(08).
003000     05  DST-HDR-CREATE-TIME        PIC 9(08).
003100     05  FILLER                     PIC X(60).
003200
003300 01  DISTRIBUTION-BODY-RECORD.
003400     05  DST-RECORD-TYPE            PIC X(01).
003500         88  DST-IS-BODY                       VALUE 'B'.
003600     05  DST-BODY-IMAGE             PIC X(140).
003700     05  FILLER                     PIC X(09).
003800
003900 01  DISTRIBUTION-TRAILER-RECORD.
004000     05  DST-TRL-RECORD-TYPE        PIC X(01).
004100         88  DST-IS-TRAILER                    VALUE 'T'.
004200     05  DST-TRL-CONTROL-NUMBER     PIC 9(09).
004300     05  DST-TRL-BODY-COUNT         PIC 9(07).
004400     05  DST-TRL-PROVIDER-COUNT     PIC 9(05).
004500     05  DST-TRL-DETAIL-COUNT       PIC 9(07).
004600     05  DST-TRL-AMOUNT-TOTAL       PIC 9(11)V9(02).
004700     05  FILLER                     PIC X(108).
