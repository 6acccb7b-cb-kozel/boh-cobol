000100******************************************************************
000200*    PRMMCPY - RUN PARAMETER MASTER RECORD                       *
000300*    Keyed by parameter family, parameter key, and the date the  *
000400*    version takes effect.  One master holds every run setting   *
000500*    that used to sit on its own one-record or small-table       *
000600*    control file - the family is the old DD name (TRNLIMIT,     *
000700*    DUPRETN, REDCTL, DEDCTL, EQRSCTL, PPICTL, ANCCTL, MRVCTL,   *
000800*    EMGCTL, TFLCTL, CTGCTL, MBICTL, FLRCTL, MASSCTL) and the    *
000900*    value image is that file's old record, byte for byte, so    *
001000*    each program lays its own control-record copybook over it.  *
001100*    A one-record family carries a blank key; a table family     *
001200*    keys each row (DEDCTL by year, REDCTL/PPICTL/FLRCTL by the  *
001300*    row's own effective date, ANCCTL by revenue code, HCPCS,    *
001400*    and fee effective date, EMGCTL by declaration, MASSCTL by   *
001500*    a criterion name).                                          *
001600*    Versions are never changed once in effect: a new setting is *
001700*    a new version, and a row that no longer applies gets a      *
001800*    withdrawn version.  On any date, the version of each key    *
001900*    with the latest effective date not after that date is the   *
002000*    one in force, unless it is a withdrawal.  Read through the  *
002100*    common routine ESCALPRM; maintained only by ESCALPMT, under *
002200*    the ESCALPND/ESCALAPR two-person approval.                  *
002300******************************************************************
002400 01  PARAMETER-MASTER-RECORD.
002500     05  PRMM-RECORD-KEY.
002600         10  PRMM-FAMILY            PIC X(08).
002700         10  PRMM-PARM-KEY          PIC X(20).
002800         10  PRMM-EFF-DATE          PIC 9(08).
002900     05  PRMM-STATUS                PIC X(01).
003000         88  PRMM-IN-FORCE                     VALUE 'A'.
003100         88  PRMM-WITHDRAWN                    VALUE 'W'.
003200     05  PRMM-VALUE-IMAGE           PIC X(80).
003300     05  PRMM-ENTERED-DATE          PIC 9(08).
003400     05  PRMM-OPERATOR-ID           PIC X(08).
003500     05  PRMM-LAST-UPDATE-DATE      PIC 9(08).
003600     05  FILLER                     PIC X(19).
