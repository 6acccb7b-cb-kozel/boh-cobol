000100******************************************************************
000200*    SBXXCPY - OUTLIER SERVICE PRICE LOOKUP LINKAGE              *
000300*    Passed to ESCALSBX.  Answers whether one HCPCS or NDC is on *
000400*    the outlier services list for a date of service and, when   *
000500*    it is, its price per unit and where the price came from.    *
000600*      SBX-PRICE-SOURCE  A = ASP MASTER ROW IN EFFECT            *
000700*                        F = FIXED PRICE ON THE LIST ROW         *
000800*                        N = ON THE LIST BUT NO PRICE IN EFFECT  *
000900******************************************************************
001000 01  SB-SERVICE-PRICE-REQUEST.
001100     05  SBX-SERVICE-CODE           PIC X(11).
001200     05  SBX-DATE-OF-SERVICE        PIC 9(08).
001300     05  SBX-ON-LIST-SWITCH         PIC X(01).
001400         88  SBX-ON-LIST                       VALUE 'Y'.
001500         88  SBX-NOT-ON-LIST                   VALUE 'N'.
001600     05  SBX-PRICE-SOURCE           PIC X(01).
001700         88  SBX-PRICED-AT-ASP                 VALUE 'A'.
001800         88  SBX-PRICED-FIXED                  VALUE 'F'.
001900         88  SBX-NOT-PRICED                    VALUE 'N'.
002000     05  SBX-PRICING-HCPCS          PIC X(05).
002100     05  SBX-UNIT-PRICE             PIC 9(06)V9(04).
