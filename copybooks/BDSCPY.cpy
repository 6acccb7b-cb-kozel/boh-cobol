000100******************************************************************
000200*    BDSCPY - BAD-DEBT SETTLEMENT SCHEDULE RECORD                *
000300*    One record per provider fiscal year (PRVFYMST) with bad-    *
000400*    debt log entries, written by ESCALBDL: what the facility    *
000500*    claimed, what is allowable - split dual-eligible and other, *
000600*    the way the cost report carries them - and what was         *
000700*    disallowed.  Read by the settlement extract (ESCALCRX),     *
000800*    which carries the allowable bad debt onto the fiscal year's *
000900*    settlement totals.                                          *
001000******************************************************************
001100 01  BAD-DEBT-SCHEDULE-RECORD.
001200     05  BDS-PROVIDER-NUMBER        PIC X(06).
001300     05  BDS-FY-BEGIN-DATE          PIC 9(08).
001400     05  BDS-FY-END-DATE            PIC 9(08).
001500     05  BDS-ENTRY-COUNT            PIC 9(07).
001600     05  BDS-DISALLOWED-COUNT       PIC 9(07).
001700     05  BDS-CLAIMED-AMT            PIC 9(09)V9(02).
001800     05  BDS-ALLOWABLE-DUAL-AMT     PIC 9(09)V9(02).
001900     05  BDS-ALLOWABLE-OTHER-AMT    PIC 9(09)V9(02).
002000     05  BDS-DISALLOWED-AMT         PIC 9(09)V9(02).
002100     05  FILLER                     PIC X(10).
