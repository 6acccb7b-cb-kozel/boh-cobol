000100******************************************************************
000200*    JSBCCPY - JOB-STREAM STATUS BOARD CONTROL RECORD            *
000300*    One record naming the run date to report (zero, or no       *
000400*    record, = the last production run on RUNCTL).               *
000500******************************************************************
000600 01  STATUS-BOARD-CONTROL-RECORD.
000700     05  JSBC-RUN-DATE              PIC 9(08).
000800     05  FILLER                     PIC X(72).
