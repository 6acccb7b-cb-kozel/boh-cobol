000100******************************************************************
000200*    OSLMCPY - ESRD OUTLIER SERVICES LIST MASTER RECORD          *
000300*    One row per service code on the CMS ESRD PPS outlier        *
000400*    services list, keyed by the code (a HCPCS or an NDC) plus   *
000500*    the date the row takes effect, so each quarterly list is    *
000600*    just one more set of dated rows.  OSLM-END-DATE of zero     *
000700*    means the row is still in effect.  A drug is priced off the *
000800*    ASP master under OSLM-PRICING-HCPCS (its own code when that *
000900*    is blank); anything with OSLM-FIXED-UNIT-PRICE above zero   *
001000*    is priced at that amount per unit instead.                  *
001100*      OSLM-SERVICE-CATEGORY  D = DRUG OR BIOLOGICAL             *
001200*                             L = LABORATORY TEST                *
001300*                             S = SUPPLY OR OTHER SERVICE        *
001400******************************************************************
001500 01  OUTLIER-SERVICE-MASTER-RECORD.
001600     05  OSLM-RECORD-KEY.
001700         10  OSLM-SERVICE-CODE      PIC X(11).
001800         10  OSLM-EFF-DATE          PIC 9(08).
001900     05  OSLM-END-DATE              PIC 9(08).
002000     05  OSLM-CODE-TYPE             PIC X(01).
002100         88  OSLM-CODE-IS-HCPCS                VALUE 'H'.
002200         88  OSLM-CODE-IS-NDC                  VALUE 'N'.
002300     05  OSLM-SERVICE-CATEGORY      PIC X(01).
002400         88  OSLM-CATEGORY-DRUG                VALUE 'D'.
002500         88  OSLM-CATEGORY-LAB                 VALUE 'L'.
002600         88  OSLM-CATEGORY-SUPPLY              VALUE 'S'.
002700     05  OSLM-PRICING-HCPCS         PIC X(05).
002800     05  OSLM-FIXED-UNIT-PRICE      PIC 9(06)V9(04).
002900     05  OSLM-LAST-UPDATE-DATE      PIC 9(08).
003000     05  FILLER                     PIC X(28).
