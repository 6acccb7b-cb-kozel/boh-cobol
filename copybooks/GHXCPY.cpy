000100******************************************************************
000200*    GHXCPY - ESRD COORDINATION PERIOD LOOKUP LINKAGE            *
000300*    Passed to ESCALGHX with an MBI, a line-item date of         *
000400*    service, and the beneficiary's dialysis start date.  The    *
000500*    coordination period comes back derived from the dialysis    *
000600*    start (the first day of the fourth month of dialysis, when  *
000700*    ESRD entitlement begins, for 30 months); found means the    *
000800*    date of service falls inside a group health plan coverage   *
000900*    on GHPFILE, and GHX-GHP-PRIMARY means it also falls inside  *
001000*    the coordination period - the group plan is primary and     *
001100*    Medicare pays only as secondary.                            *
001200******************************************************************
001300 01  GHP-LOOKUP-REQUEST.
001400     05  GHX-MBI                    PIC X(11).
001500     05  GHX-DATE-OF-SERVICE        PIC 9(08).
001600     05  GHX-DIALYSIS-START-DATE    PIC 9(08).
001700     05  GHX-FOUND-SWITCH           PIC X(01).
001800         88  GHX-COVERAGE-FOUND                VALUE 'Y'.
001900         88  GHX-COVERAGE-NOT-FOUND            VALUE 'N'.
002000     05  GHX-INSURER-CODE           PIC X(05).
002100     05  GHX-COVERAGE-START-DATE    PIC 9(08).
002200     05  GHX-COVERAGE-END-DATE      PIC 9(08).
002300     05  GHX-COORD-START-DATE       PIC 9(08).
002400     05  GHX-COORD-END-DATE         PIC 9(08).
002500     05  GHX-PRIMARY-SWITCH         PIC X(01).
002600         88  GHX-GHP-PRIMARY                   VALUE 'Y'.
002700         88  GHX-MEDICARE-PRIMARY              VALUE 'N'.
