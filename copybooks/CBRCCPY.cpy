000100******************************************************************
000200*    CBRCCPY - CONSOLIDATED BILLING REPORT CONTROL RECORD        *
000300*    One record naming the month (CCYYMM) the consolidated       *
000400*    billing recovery report covers; the supplier recoveries set *
000500*    up in that month are reported.                              *
000600******************************************************************
000700 01  CB-REPORT-CONTROL-RECORD.
000800     05  CBRC-REPORT-MONTH          PIC 9(06).
