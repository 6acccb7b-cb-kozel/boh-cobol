000100******************************************************************
000200*    CBLCCPY - ESRD CONSOLIDATED BILLING HCPCS LIST RECORD       *
000300*    The CBLIST parameter-master rows in force on the run date,  *
000400*    one per HCPCS (the parameter key): the laboratory tests,    *
000500*    drugs and supplies CMS places in the ESRD PPS bundle, with  *
000600*    the dates of service the code is on the list.  An outside   *
000700*    Part B or DME line for a listed code, on a day our facility *
000800*    was paid for the beneficiary's dialysis, is a duplicate     *
000900*    payment unless it carries the AY modifier.  A zero end date *
001000*    leaves the code on the list.                                *
001100*      CBLC-CATEGORY  'L' - laboratory test                      *
001200*                     'D' - drug or biological                   *
001300*                     'S' - supply or equipment                  *
001400******************************************************************
001500 01  CB-HCPCS-LIST-RECORD.
001600     05  CBLC-HCPCS-CODE            PIC X(05).
001700     05  CBLC-EFF-DATE              PIC 9(08).
001800     05  CBLC-END-DATE              PIC 9(08).
001900     05  CBLC-CATEGORY              PIC X(01).
002000         88  CBLC-LAB-TEST                     VALUE 'L'.
002100         88  CBLC-DRUG                         VALUE 'D'.
002200         88  CBLC-SUPPLY                       VALUE 'S'.
002300     05  CBLC-DESCRIPTION           PIC X(30).
002400     05  FILLER                     PIC X(28).
