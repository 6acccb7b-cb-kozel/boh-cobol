000100******************************************************************
000200*    OSLUCPY - CMS ESRD OUTLIER SERVICES LIST RELEASE RECORD     *
000300*    One row per service code on the quarterly outlier services  *
000400*    list as received from CMS, in service-code sequence: the    *
000500*    code and its type, the service category, the HCPCS a drug   *
000600*    is priced under on the ASP file, a fixed per-unit price for *
000700*    anything not priced off ASP, and the date the quarter's     *
000800*    list takes effect.  Read by the bulk loader (ESCALOSL).     *
000900******************************************************************
001000 01  OUTLIER-LIST-RELEASE-RECORD.
001100     05  OSLU-SERVICE-CODE          PIC X(11).
001200     05  OSLU-CODE-TYPE             PIC X(01).
001300     05  OSLU-SERVICE-CATEGORY      PIC X(01).
001400     05  OSLU-PRICING-HCPCS         PIC X(05).
001500     05  OSLU-FIXED-UNIT-PRICE      PIC 9(06)V9(04).
001600     05  OSLU-EFF-DATE              PIC 9(08).
001700     05  FILLER                     PIC X(04).
