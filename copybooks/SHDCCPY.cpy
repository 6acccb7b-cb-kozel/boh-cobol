000100******************************************************************
000200*    SHDCCPY - PRICING RUN SHADOW CONTROL CARD                   *
000300*    One record, read once by ESCALRUN.  A card with run mode    *
000400*    'S' makes the run a shadow (no-post) run: the day's PRCCLM  *
000500*    prices exactly as the production run does - against the     *
000600*    pending version and masters the shadow JCL supplies - but   *
000700*    nothing is posted.  Only the priced output, the exception   *
000800*    queue, the heartbeat and the control report are written,    *
000900*    for the shadow comparison (ESCALSHC) to line up against the *
001000*    production PRCOUT.  The label names what is being tried -   *
001100*    a pending version or master load - on the report headings.  *
001200*    An empty file (or any other run mode) is the live run.      *
001300******************************************************************
001400 01  SHADOW-CONTROL-RECORD.
001500     05  SHDC-RUN-MODE              PIC X(01).
001600         88  SHDC-SHADOW-RUN                    VALUE 'S'.
001700     05  SHDC-PENDING-LABEL         PIC X(20).
001800     05  SHDC-REQUESTED-BY          PIC X(08).
001900     05  FILLER                     PIC X(51).
