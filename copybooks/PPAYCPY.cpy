000100******************************************************************
000200*    PPAYCPY - POSITIVE-PAY ISSUE FILE RECORDS                   *
000300*    Sent to the disbursing bank each day a check is issued,    *
000400*    voided, or stale-dated.  The bank pays a presented check   *
000500*    only when its number, amount, and payee match an ISSUE     *
000600*    detail and no VOID detail has followed it - so a check    *
000700*    that was altered, duplicated, or cancelled here is         *
000800*    returned unpaid.  The trailer's count and dollars cover    *
000900*    the detail records of the file it closes.                  *
001000******************************************************************
001100 01  POSITIVE-PAY-RECORD.
001200     05  PPAY-RECORD-TYPE           PIC X(01).
001300         88  PPAY-IS-DETAIL                    VALUE 'D'.
001400     05  PPAY-ISSUE-VOID-IND        PIC X(01).
001500         88  PPAY-ISSUE                        VALUE 'I'.
001600         88  PPAY-VOID                         VALUE 'V'.
001700     05  PPAY-ACCOUNT-NUMBER        PIC X(17).
001800     05  PPAY-CHECK-NUMBER          PIC 9(10).
001900     05  PPAY-ISSUE-DATE            PIC 9(08).
002000     05  PPAY-CHECK-AMT             PIC 9(09)V9(02).
002100     05  PPAY-PAYEE-NAME            PIC X(35).
002200     05  FILLER                     PIC X(17).
002300
002400 01  POSITIVE-PAY-TRAILER.
002500     05  PPAY-TRL-RECORD-TYPE       PIC X(01).
002600         88  PPAY-IS-TRAILER                   VALUE 'T'.
002700     05  PPAY-TRL-DETAIL-COUNT      PIC 9(07).
002800     05  PPAY-TRL-DOLLAR-TOTAL      PIC 9(11)V9(02).
002900     05  FILLER                     PIC X(79).
