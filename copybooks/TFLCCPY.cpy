000400*    service and the claim receipt date.  An empty file leaves   *
000500*    the compiled one-year default in effect - it cannot turn    *
000600*    the edit off.                                               *
000633*    A limit ending on a weekend or a calendar-master holiday    *
000666*    runs to the next business day (ESCALBDY).                   *
000700******************************************************************
000800 01  TIMELY-FILING-CONTROL-RECORD.
000900     05  TFLC-FILING-LIMIT-DAYS     PIC 9(04).
