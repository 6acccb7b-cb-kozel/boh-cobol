000100******************************************************************
000200*    APTCPY - APPEALS CASE TRANSACTION                           *
000300*    The appeals staff's transactions against the appeals case   *
000400*    master, applied by ESCALAPM in the order keyed.             *
000500*      APT-TRAN-TYPE 'N' - new case: appellant, provider, MBI,   *
000600*                          level (1 when blank), the claims      *
000700*                          appealed and the amount in            *
000800*                          controversy; APT-TRAN-DATE is the     *
000900*                          date the request was received         *
001000*                    'A' - add claims to an open case            *
001100*                    'D' - the level's decision; for a partly    *
001200*                          favorable decision each pending claim *
001300*                          is named with its outcome (F/U)       *
001400*                    'L' - the appeal moves to the next level;   *
001500*                          APT-TRAN-DATE is the date the next    *
001600*                          level received it                     *
001700*                    'X' - close the case                        *
001800*    APT-DUE-DATE overrides the statutory clock when keyed.      *
001900******************************************************************
002000 01  APPEAL-TRANSACTION-RECORD.
002100     05  APT-TRAN-TYPE              PIC X(01).
002200         88  APT-NEW-CASE                      VALUE 'N'.
002300         88  APT-ADD-CLAIMS                    VALUE 'A'.
002400         88  APT-DECISION-RECEIVED             VALUE 'D'.
002500         88  APT-NEXT-LEVEL                    VALUE 'L'.
002600         88  APT-CLOSE-CASE                    VALUE 'X'.
002700     05  APT-CASE-NUMBER            PIC X(15).
002800     05  APT-TRAN-DATE              PIC 9(08).
002900     05  APT-PROVIDER-NUMBER        PIC X(06).
003000     05  APT-MBI                    PIC X(11).
003100     05  APT-APPELLANT-TYPE         PIC X(01).
003200     05  APT-APPEAL-LEVEL           PIC X(01).
003300     05  APT-DUE-DATE               PIC 9(08).
003400     05  APT-AMOUNT-IN-CONTROVERSY  PIC 9(09)V9(02).
003500     05  APT-DECISION               PIC X(01).
003600     05  APT-ANALYST-ID             PIC X(08).
003700     05  APT-CLAIM-ENTRY  OCCURS 10 TIMES.
003800         10  APT-CLAIM-NUMBER       PIC X(13).
003900         10  APT-CLAIM-OUTCOME      PIC X(01).
004000     05  FILLER                     PIC X(20).
