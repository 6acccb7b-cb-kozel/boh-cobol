000100******************************************************************
000200*    TPTCPY - TRADING-PARTNER MASTER MAINTENANCE TRANSACTION     *
000300*    One transaction adds, changes, ends, deletes, or inquires   *
000400*    on one row of the trading-partner master (see TPMCPY).      *
000500*      'A' - ADD A ROW EFFECTIVE TPT-EFF-DATE                    *
000600*      'C' - CHANGE THE RECEIVER OF A ROW NOT YET IN EFFECT      *
000700*      'E' - END A ROW AS OF TPT-END-DATE                        *
000800*      'D' - DELETE A ROW NOT YET IN EFFECT                      *
000900*      'I' - INQUIRE ON A ROW                                    *
001000*    A row may not take effect or end before the day the        *
001100*    transaction applies - where a past night's files went is    *
001200*    never rewritten.  An end date of zero on an add leaves the  *
001300*    row open.  Arrives through ESCALPND/ESCALAPR at this        *
001400*    length, like every other maintenance transaction.           *
001500******************************************************************
001600 01  TRADING-PARTNER-TRANSACTION.
001700     05  TPT-ACTION-CODE            PIC X(01).
001800         88  TPT-ADD                           VALUE 'A'.
001900         88  TPT-CHANGE                        VALUE 'C'.
002000         88  TPT-END                           VALUE 'E'.
002100         88  TPT-DELETE                        VALUE 'D'.
002200         88  TPT-INQUIRY                       VALUE 'I'.
002300     05  TPT-PROVIDER-NUMBER        PIC X(06).
002400     05  TPT-TRANSACTION-TYPE       PIC X(03).
002500     05  TPT-EFF-DATE               PIC 9(08).
002600     05  TPT-END-DATE               PIC 9(08).
002700     05  TPT-USAGE                  PIC X(01).
002800     05  TPT-RECEIVER-ID            PIC X(15).
002900     05  TPT-MAILBOX                PIC X(20).
003000     05  TPT-RECEIVER-NAME          PIC X(25).
003100     05  TPT-OPERATOR-ID            PIC X(08).
