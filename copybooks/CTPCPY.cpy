000100******************************************************************
000200*    CTPCPY - CERT SAMPLE STRATUM POPULATION RECORD              *
000300*    One record per stratum per internal draw: how many paid     *
000400*    claims and paid dollars the month's history held in the     *
000500*    stratum and how many were sampled.  The error-rate report   *
000600*    weights each stratum's findings by its population; a month  *
000700*    sampled from the CMS list has none and is projected on the  *
000800*    sample alone.  When a month is drawn more than once the     *
000900*    last record for a stratum stands.                           *
001000******************************************************************
001100 01  CERT-POPULATION-RECORD.
001200     05  CTP-SAMPLE-PERIOD          PIC 9(06).
001300     05  CTP-STRATUM                PIC 9(01).
001400     05  CTP-POPULATION-COUNT       PIC 9(09).
001500     05  CTP-POPULATION-PAID-AMT    PIC 9(11)V9(02).
001600     05  CTP-SAMPLE-COUNT           PIC 9(05).
001700     05  CTP-RUN-DATE               PIC 9(08).
001800     05  FILLER                     PIC X(08).
