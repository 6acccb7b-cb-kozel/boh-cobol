000100******************************************************************
000200*    RTDCPY - RETROACTIVE ADJUSTMENT RELEASE DECISION            *
000300*    One supervisor decision against the ESCALRTQ queue: the     *
000400*    change ID as printed on the ESCALRTQ report, and a claim    *
000500*    number - or spaces for every line the change queued.        *
000600*    RELEASE sends the lines to the next nightly feed as         *
000700*    adjustments; CANCEL drops them.  The supervisor may not be  *
000800*    the operator who keyed the master-file change.              *
000900******************************************************************
001000 01  RETRO-RELEASE-DECISION-RECORD.
001100     05  RTD-CHANGE-ID.
001200         10  RTD-CHANGE-DATE        PIC 9(08).
001300         10  RTD-CHANGE-SEQ         PIC 9(04).
001400     05  RTD-CLAIM-NUMBER           PIC X(13).
001500     05  RTD-DECISION-CODE          PIC X(01).
001600         88  RTD-RELEASE                       VALUE 'R'.
001700         88  RTD-CANCEL                        VALUE 'C'.
001800     05  RTD-OPERATOR-ID            PIC X(08).
001900     05  FILLER                     PIC X(06).
