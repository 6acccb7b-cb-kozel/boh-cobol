000300*    One record per beneficiary enrollment change ESCALBMT       *
000400*    applies (a backdated entitlement start, a corrected MBI).   *
000500*    ESCALRCY matches these against the suspense master's RTC    *
000600*    87/90/91/92 rejects - claims whose data was never wrong,    *
000700*    only our enrollment picture was - and releases their        *
000800*    stored extract images back through the normal repricing     *
000900*    path so the provider never has to rebill.                   *
001000******************************************************************
001100 01  RECYCLE-CANDIDATE-RECORD.
001200     05  RCY-MBI                    PIC X(11).
