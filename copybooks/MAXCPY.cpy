000100******************************************************************
000200*    MAXCPY - MEDICARE ADVANTAGE PERIOD LOOKUP LINKAGE           *
000300*    Passed to ESCALMAX: given an MBI and a line-item date of    *
000400*    service, found means the date falls inside one of the       *
000500*    beneficiary's MA enrollment periods, and the plan contract  *
000600*    and period dates come back so the exception queue and the   *
000700*    return-to-provider notice can tell the facility which plan  *
000800*    to bill.                                                    *
000900******************************************************************
001000 01  MA-LOOKUP-REQUEST.
001100     05  MAX-MBI                    PIC X(11).
001200     05  MAX-DATE-OF-SERVICE        PIC 9(08).
001300     05  MAX-FOUND-SWITCH           PIC X(01).
001400         88  MAX-PERIOD-FOUND                  VALUE 'Y'.
001500         88  MAX-PERIOD-NOT-FOUND              VALUE 'N'.
001600     05  MAX-CONTRACT-NUMBER        PIC X(05).
001700     05  MAX-ENROLL-START-DATE      PIC 9(08).
001800     05  MAX-ENROLL-END-DATE        PIC 9(08).
