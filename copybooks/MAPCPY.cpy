000100******************************************************************
000200*    MAPCPY - MEDICARE ADVANTAGE ENROLLMENT PERIOD RECORD        *
000300*    Keyed by MBI plus enrollment start date, maintained by      *
000400*    ESCALBMT from the enrollment extract alongside the          *
000500*    beneficiary master.  A beneficiary may carry several        *
000600*    periods - people move in and out of plans - and a line-     *
000700*    item date of service inside any one of them belongs to the  *
000800*    plan, not to fee-for-service: the nightly run rejects it    *
000900*    RTC 87 naming the plan contract.  An enrollment end date    *
001000*    of zero means the period is still open.                     *
001100******************************************************************
001200 01  MA-PERIOD-RECORD.
001300     05  MAP-RECORD-KEY.
001400         10  MAP-MBI                PIC X(11).
001500         10  MAP-ENROLL-START-DATE  PIC 9(08).
001600     05  MAP-ENROLL-END-DATE        PIC 9(08).
001700     05  MAP-CONTRACT-NUMBER        PIC X(05).
001800     05  MAP-LAST-UPDATE-DATE       PIC 9(08).
001900     05  FILLER                     PIC X(10).
