000100******************************************************************
000200*    PRMXCPY - RUN PARAMETER LOOKUP LINKAGE                      *
000300*    Passed to ESCALPRM.  Returns, one row per call, the         *
000400*    parameters of PRMX-FAMILY in force on PRMX-AS-OF-DATE, in   *
000500*    key order (a blank family returns every family in turn).    *
000600*      'F' - FIRST ROW IN FORCE                                  *
000700*      'N' - NEXT ROW IN FORCE AFTER THE LAST ONE RETURNED       *
000800*    Return code 00 - a row is in the return fields; 04 - no     *
000900*    more rows in force (a family with nothing in force leaves   *
001000*    the caller's compiled defaults governing, exactly as an     *
001100*    empty control file did); 08 - invalid function or date.     *
001200*    The value image is the family's old control record.         *
001300******************************************************************
001400 01  PARAMETER-LOOKUP-REQUEST.
001500     05  PRMX-FUNCTION              PIC X(01).
001600         88  PRMX-FIRST-ROW                    VALUE 'F'.
001700         88  PRMX-NEXT-ROW                     VALUE 'N'.
001800     05  PRMX-FAMILY                PIC X(08).
001900     05  PRMX-AS-OF-DATE            PIC 9(08).
002000     05  PRMX-ROW-FAMILY            PIC X(08).
002100     05  PRMX-PARM-KEY              PIC X(20).
002200     05  PRMX-EFF-DATE              PIC 9(08).
002300     05  PRMX-ENTERED-DATE          PIC 9(08).
002400     05  PRMX-OPERATOR-ID           PIC X(08).
002500     05  PRMX-VALUE-IMAGE           PIC X(80).
002600     05  PRMX-RETURN-CODE           PIC 9(02).
002700         88  PRMX-ROW-RETURNED                 VALUE 00.
002800         88  PRMX-NO-MORE-ROWS                 VALUE 04.
002900         88  PRMX-REQUEST-INVALID              VALUE 08.
