000100******************************************************************
000200*    CBRFCPY - CONSOLIDATED BILLING SUPPLIER RECOVERY RECORD     *
000300*    Keyed by supplier plus the outside claim's source, claim    *
000400*    number and line plus the setup date.  One record per Part B *
000500*    or DME line the consolidated billing edit (ESCALCBE) found  *
000600*    paid for an item or service in the ESRD PPS bundle on a day *
000700*    our facility's 72X line also paid, without the AY modifier  *
000800*    - the bundled rate already covered it, so the whole outside *
000900*    payment is owed back by the supplier.  The supplier is not  *
001000*    one of our providers, so this is kept apart from the        *
001100*    provider receivables master (RCVFCPY); the open balance is  *
001200*    CBR-ORIGINAL-AMT less CBR-RECOVERED-AMT.  The facility line *
001300*    that bundled the service is carried for the audit trail.    *
001400******************************************************************
001500 01  CB-RECOVERY-RECORD.
001600     05  CBR-RECORD-KEY.
001700         10  CBR-SUPPLIER-ID        PIC X(10).
001800         10  CBR-SOURCE-CODE        PIC X(01).
001900         10  CBR-SUPPLIER-CLAIM-NUMBER
002000                                    PIC X(15).
002100         10  CBR-LINE-NUMBER        PIC 9(03).
002200         10  CBR-SETUP-DATE         PIC 9(08).
002300     05  CBR-STATUS-CODE            PIC X(01).
002400         88  CBR-STATUS-OPEN                   VALUE 'O'.
002500         88  CBR-STATUS-CLOSED                 VALUE 'C'.
002600     05  CBR-MBI                    PIC X(11).
002700     05  CBR-DATE-OF-SERVICE        PIC 9(08).
002800     05  CBR-HCPCS-CODE             PIC X(05).
002900     05  CBR-CATEGORY               PIC X(01).
003000     05  CBR-UNITS                  PIC 9(05).
003100     05  CBR-ORIGINAL-AMT           PIC 9(07)V9(02).
003200     05  CBR-RECOVERED-AMT          PIC 9(07)V9(02).
003300     05  CBR-LAST-ACTIVITY-DATE     PIC 9(08).
003400     05  CBR-FACILITY-PROVIDER      PIC X(06).
003500     05  CBR-FACILITY-CLAIM-NUMBER  PIC X(13).
003600     05  FILLER                     PIC X(20).
