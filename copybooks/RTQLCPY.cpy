000100******************************************************************
000200*    RTQLCPY - RETROACTIVE-CHANGE LOOKBACK CONTROL RECORD        *
000300*    The RTQLIMIT parameter-master row in force on the journal   *
000400*    date ESCALRTQ screens.  RTQL-LOOKBACK-DAYS is how many days *
000500*    back from that date a retroactive change may reach into     *
000600*    paid history; a change effective earlier still is queued    *
000700*    from the floor date only.  No row in force or a zero field  *
000800*    keeps the compiled default of 365 days (the one-year        *
000900*    reopening limit).                                           *
001000******************************************************************
001100 01  RETRO-LOOKBACK-CONTROL-RECORD.
001200     05  RTQL-LOOKBACK-DAYS         PIC 9(04).
001300     05  FILLER                     PIC X(76).
