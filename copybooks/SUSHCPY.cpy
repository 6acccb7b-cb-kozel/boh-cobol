000100*****************************************************************
000200*    SUSHCPY - SUSPENSE RECYCLE HISTORY RECORD                   *
000300*    One record per ESCALSUS run, appended to SUSHIST: how many  *
000400*    suspense lines the run read, how many of them a correction  *
000500*    resolved (repriced clean), and what those resolutions       *
000600*    priced to.  The trailing runs give the suspense recycle     *
000700*    rate the cash-requirements forecast (ESCALCRF) projects     *
000800*    the open inventory with.                                    *
000900*****************************************************************
001000 01  SUSPENSE-RECYCLE-HISTORY-RECORD.
001100     05  SUSH-RUN-DATE              PIC 9(08).
001200     05  SUSH-LINES-READ            PIC 9(07).
001300     05  SUSH-RESOLVED-COUNT        PIC 9(07).
001400     05  SUSH-RESOLVED-AMT          PIC 9(09)V9(02).
001500     05  FILLER                     PIC X(07).
