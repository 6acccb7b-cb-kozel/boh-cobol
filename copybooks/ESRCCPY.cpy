000100******************************************************************
000200*    ESRCCPY - ESA MONITORING REPORT CONTROL RECORD              *
000300*    One record naming the month (CCYYMM) the ESA claims         *
000400*    monitoring report covers; the ledger lines priced in that   *
000500*    month are reported.                                         *
000600******************************************************************
000700 01  ESA-REPORT-CONTROL-RECORD.
000800     05  ESRC-REPORT-MONTH          PIC 9(06).
