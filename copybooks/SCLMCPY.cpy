000100******************************************************************
000200*    SCLMCPY - SUPPLIER CLAIMS STORE RECORD                      *
000300*    Keyed by MBI plus date of service plus the outside claim's  *
000400*    source, supplier, claim number and line, so every Part B    *
000500*    and DME line paid elsewhere for one beneficiary on one day  *
000600*    is a keyed browse.  Loaded daily by ESCALSCL from the CWF   *
000700*    feed (SCFCPY) and worked by the consolidated billing edit   *
000800*    (ESCALCBE), which records what it found on the line.        *
000900*      SCLM-CB-STATUS  ' ' - not yet edited                      *
001000*                      'N' - HCPCS not on the CBLIST in effect   *
001100*                            on the date of service - no issue   *
001200*                      'X' - on the list, but no paid 72X line   *
001300*                            for the beneficiary on that day yet *
001400*                            - edited again each night until the *
001500*                            CBECTL recheck days run out         *
001600*                      'A' - the facility line was paid, but the *
001700*                            outside line carries the AY         *
001800*                            modifier (not related to the        *
001900*                            dialysis) - no recovery             *
002000*                      'R' - a recovery was opened on CBRFILE    *
002100*                      'E' - recheck days ran out with no paid   *
002200*                            facility line - edit closed         *
002300******************************************************************
002400 01  SUPPLIER-CLAIM-RECORD.
002500     05  SCLM-RECORD-KEY.
002600         10  SCLM-MBI               PIC X(11).
002700         10  SCLM-DATE-OF-SERVICE   PIC 9(08).
002800         10  SCLM-SOURCE-CODE       PIC X(01).
002900         10  SCLM-SUPPLIER-ID       PIC X(10).
003000         10  SCLM-SUPPLIER-CLAIM-NUMBER
003100                                    PIC X(15).
003200         10  SCLM-LINE-NUMBER       PIC 9(03).
003300     05  SCLM-HCPCS-CODE            PIC X(05).
003400     05  SCLM-MODIFIER  OCCURS 4 TIMES
003500                                    PIC X(02).
003600     05  SCLM-UNITS                 PIC 9(05).
003700     05  SCLM-PAID-AMT              PIC 9(07)V9(02).
003800     05  SCLM-PAID-DATE             PIC 9(08).
003900     05  SCLM-RECEIVED-DATE         PIC 9(08).
004000     05  SCLM-CB-STATUS             PIC X(01).
004100         88  SCLM-NOT-EDITED                   VALUE SPACE.
004200         88  SCLM-NOT-ON-LIST                  VALUE 'N'.
004300         88  SCLM-NO-FACILITY-LINE             VALUE 'X'.
004400         88  SCLM-AY-MODIFIER                  VALUE 'A'.
004500         88  SCLM-RECOVERY-OPENED              VALUE 'R'.
004600         88  SCLM-RECHECK-EXPIRED              VALUE 'E'.
004700     05  SCLM-CB-EDIT-DATE          PIC 9(08).
004800     05  SCLM-FACILITY-PROVIDER     PIC X(06).
004900     05  SCLM-FACILITY-CLAIM-NUMBER PIC X(13).
005000     05  FILLER                     PIC X(20).
