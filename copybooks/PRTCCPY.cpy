000100******************************************************************
000200*    PRTCCPY - PRICING RUN PARTITION CONTROL CARD                *
000300*    One record, read once by ESCALRUN and by the partition      *
000400*    merge (ESCALPMG).  PRCCLM arrives sorted by provider, so a  *
000500*    long night can be split into provider-range partitions run  *
000600*    side by side: each ESCALRUN instance names its partition    *
000700*    number, the partition count, and the inclusive range of     *
000800*    provider numbers it prices.  The merge step's card carries  *
000900*    partition number zero and the count it must find.  An       *
001000*    empty file (or a count of one) is the ordinary single run.  *
001100******************************************************************
001200 01  PARTITION-CONTROL-RECORD.
001300     05  PRTC-PARTITION-NUMBER      PIC 9(02).
001400     05  PRTC-PARTITION-COUNT       PIC 9(02).
001500     05  PRTC-LOW-PROVIDER          PIC X(06).
001600     05  PRTC-HIGH-PROVIDER         PIC X(06).
001700     05  FILLER                     PIC X(64).
