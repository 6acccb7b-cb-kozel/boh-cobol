000100******************************************************************
000200*    MSPCPY - GROUP HEALTH PLAN COVERAGE POSTING RECORD          *
000300*    One record per group health plan coverage ESCALBMT adds or  *
000400*    changes (BMTMSP), read by the ESCALMSP recovery job: any    *
000500*    line already paid as primary for a date of service the new  *
000600*    coverage puts inside the ESRD coordination period is a      *
000700*    Medicare Secondary Payer recovery.                          *
000800******************************************************************
000900 01  MSP-POSTING-RECORD.
001000     05  MSPP-MBI                   PIC X(11).
001100     05  MSPP-COVERAGE-START-DATE   PIC 9(08).
001200     05  MSPP-COVERAGE-END-DATE     PIC 9(08).
001300     05  MSPP-INSURER-CODE          PIC X(05).
001400     05  MSPP-APPLIED-DATE          PIC 9(08).
001500     05  MSPP-OPERATOR-ID           PIC X(08).
001600     05  FILLER                     PIC X(10).
