000100******************************************************************
000200*    APCCPY - APPEALS CASE RECORD                                *
000300*    One record per appeal, keyed by the case number.  Opened and*
000400*    worked by the appeals maintenance (ESCALAPM) from receipt   *
000500*    through each level's decision, aged daily against the       *
000600*    statutory clocks (ESCALAPG), and closed out by the          *
000700*    effectuation step (ESCALAPE) when a favorable decision has  *
000800*    been sent through the nightly run.                          *
000900*      APC-APPEAL-LEVEL  1 - redetermination                     *
001000*                        2 - reconsideration (QIC)               *
001100*                        3 - ALJ hearing                         *
001200*                        4 - Medicare Appeals Council review     *
001300*      APC-CASE-STATUS   'O' - open, waiting on this level's     *
001400*                              decision                          *
001500*                        'F' - favorable in whole or part -      *
001600*                              waiting on effectuation           *
001700*                        'E' - effectuated                       *
001800*                        'C' - closed                            *
001900*      APC-DECISION      'F' fully favorable, 'P' partially      *
002000*                        favorable, 'U' unfavorable, 'D'         *
002100*                        dismissed, 'W' withdrawn, space pending *
002200*      APC-CLAIM-OUTCOME 'F' overturned, 'U' upheld, space       *
002300*                        pending at the current level            *
002400*      APC-LEVEL-HISTORY - receipt and decision at each level    *
002500*                        the case has been through               *
002600******************************************************************
002700 01  APPEAL-CASE-RECORD.
002800     05  APC-RECORD-KEY.
002900         10  APC-CASE-NUMBER        PIC X(15).
003000     05  APC-PROVIDER-NUMBER        PIC X(06).
003100     05  APC-MBI                    PIC X(11).
003200     05  APC-APPELLANT-TYPE         PIC X(01).
003300         88  APC-APPELLANT-PROVIDER            VALUE 'P'.
003400         88  APC-APPELLANT-BENEFICIARY         VALUE 'B'.
003500         88  APC-APPELLANT-REPRESENTATIVE      VALUE 'R'.
003600         88  APC-VALID-APPELLANT               VALUES 'P' 'B' 'R'.
003700     05  APC-APPEAL-LEVEL           PIC 9(01).
003800         88  APC-REDETERMINATION               VALUE 1.
003900         88  APC-RECONSIDERATION               VALUE 2.
004000         88  APC-ALJ-HEARING                   VALUE 3.
004100         88  APC-COUNCIL-REVIEW                VALUE 4.
004200     05  APC-RECEIVED-DATE          PIC 9(08).
004300     05  APC-DUE-DATE               PIC 9(08).
004400     05  APC-CASE-STATUS            PIC X(01).
004500         88  APC-OPEN                          VALUE 'O'.
004600         88  APC-AWAITING-EFFECTUATION         VALUE 'F'.
004700         88  APC-EFFECTUATED                   VALUE 'E'.
004800         88  APC-CLOSED                        VALUE 'C'.
004900     05  APC-DECISION               PIC X(01).
005000         88  APC-FULLY-FAVORABLE               VALUE 'F'.
005100         88  APC-PARTIALLY-FAVORABLE           VALUE 'P'.
005200         88  APC-UNFAVORABLE                   VALUE 'U'.
005300         88  APC-DISMISSED                     VALUE 'D'.
005400         88  APC-WITHDRAWN                     VALUE 'W'.
005500         88  APC-DECISION-PENDING              VALUE ' '.
005600         88  APC-VALID-DECISION                VALUES 'F' 'P'
005700                                            'U' 'D' 'W'.
005800     05  APC-DECISION-DATE          PIC 9(08).
005900     05  APC-EFFECTUATION-DUE-DATE  PIC 9(08).
006000     05  APC-EFFECTUATED-DATE       PIC 9(08).
006100     05  APC-AMOUNT-IN-CONTROVERSY  PIC 9(09)V9(02).
006200     05  APC-ANALYST-ID             PIC X(08).
006300     05  APC-OPENED-DATE            PIC 9(08).
006400     05  APC-CLOSED-DATE            PIC 9(08).
006500     05  APC-LAST-UPDATE-DATE       PIC 9(08).
006600     05  APC-CLAIM-COUNT            PIC 9(02).
006700     05  APC-CLAIM-ENTRY  OCCURS 10 TIMES.
006800         10  APC-CLAIM-NUMBER       PIC X(13).
006900         10  APC-CLAIM-OUTCOME      PIC X(01).
007000             88  APC-CLAIM-OVERTURNED          VALUE 'F'.
007100             88  APC-CLAIM-UPHELD              VALUE 'U'.
007200             88  APC-CLAIM-PENDING             VALUE ' '.
007300         10  APC-CLAIM-EFFECTUATED-DATE
007400                                    PIC 9(08).
007500         10  APC-CLAIM-LINES-SENT   PIC 9(03).
007600     05  APC-LEVEL-HISTORY  OCCURS 4 TIMES.
007700         10  APC-LVL-RECEIVED-DATE  PIC 9(08).
007800         10  APC-LVL-DECISION       PIC X(01).
007900         10  APC-LVL-DECISION-DATE  PIC 9(08).
008000     05  FILLER                     PIC X(20).
