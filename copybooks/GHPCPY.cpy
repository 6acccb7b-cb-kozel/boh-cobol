000100******************************************************************
000200*    GHPCPY - GROUP HEALTH PLAN COVERAGE RECORD                  *
000300*    Keyed by MBI plus coverage start date, maintained by        *
000400*    ESCALBMT from the enrollment extract alongside the          *
000500*    beneficiary master - employer group health plan coverage    *
000600*    (the patient's own or a spouse's).  During the 30-month     *
000700*    ESRD coordination period the group plan pays first and     *
000800*    Medicare is secondary by law, so the nightly run rejects    *
000900*    a line billed without the MSP indicator (RTC 86) when its   *
001000*    date of service falls inside both this coverage and the     *
001100*    coordination period.  A coverage end date of zero means     *
001200*    the coverage is still open.                                 *
001300******************************************************************
001400 01  GHP-COVERAGE-RECORD.
001500     05  GHP-RECORD-KEY.
001600         10  GHP-MBI                PIC X(11).
001700         10  GHP-COVERAGE-START-DATE
001800                                    PIC 9(08).
001900     05  GHP-COVERAGE-END-DATE      PIC 9(08).
002000     05  GHP-INSURER-CODE           PIC X(05).
002100     05  GHP-COVERAGE-TYPE          PIC X(01).
002200         88  GHP-COVERAGE-EMPLOYEE             VALUE 'E'.
002300         88  GHP-COVERAGE-SPOUSE               VALUE 'S'.
002400         88  GHP-COVERAGE-TYPE-VALID           VALUE 'E' 'S'.
002500     05  GHP-LAST-UPDATE-DATE       PIC 9(08).
002600     05  FILLER                     PIC X(10).
