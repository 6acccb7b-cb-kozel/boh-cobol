000100******************************************************************
000200*    CBECCPY - CONSOLIDATED BILLING EDIT CONTROL RECORD          *
000300*    The CBECTL parameter-master row in force on the run date:   *
000400*    how many days after a supplier line is received the edit    *
000500*    keeps looking for our facility's paid 72X line on the same  *
000600*    day (facility claims often arrive after the supplier's).    *
000700*    Left zero, the compiled default of 90 days stands.          *
000800******************************************************************
000900 01  CB-EDIT-CONTROL-RECORD.
001000     05  CBEC-RECHECK-DAYS          PIC 9(03).
001100     05  FILLER                     PIC X(77).
