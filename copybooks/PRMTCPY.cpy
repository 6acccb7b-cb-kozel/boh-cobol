000100******************************************************************
000200*    PRMTCPY - RUN PARAMETER MASTER MAINTENANCE TRANSACTION      *
000300*    One transaction adds, changes, withdraws, deletes, or       *
000400*    inquires on one version of one parameter (see PRMMCPY).     *
000500*      'A' - ADD A NEW VERSION EFFECTIVE PRMT-EFF-DATE           *
000600*      'C' - CHANGE THE VALUE OF A VERSION NOT YET IN EFFECT     *
000700*      'W' - WITHDRAW THE PARAMETER FROM PRMT-EFF-DATE ON        *
000800*      'D' - DELETE A VERSION NOT YET IN EFFECT                  *
000900*      'I' - INQUIRE ON A VERSION                                *
001000*    The effective date may not be earlier than the day the      *
001100*    transaction applies - what a past night ran with is never   *
001200*    rewritten.  Arrives through ESCALPND/ESCALAPR at this       *
001300*    length, like every other maintenance transaction.           *
001400******************************************************************
001500 01  PARAMETER-TRANSACTION-RECORD.
001600     05  PRMT-ACTION-CODE           PIC X(01).
001700         88  PRMT-ADD                          VALUE 'A'.
001800         88  PRMT-CHANGE                       VALUE 'C'.
001900         88  PRMT-WITHDRAW                     VALUE 'W'.
002000         88  PRMT-DELETE                       VALUE 'D'.
002100         88  PRMT-INQUIRY                      VALUE 'I'.
002200     05  PRMT-FAMILY                PIC X(08).
002300     05  PRMT-PARM-KEY              PIC X(20).
002400     05  PRMT-EFF-DATE              PIC 9(08).
002500     05  PRMT-OPERATOR-ID           PIC X(08).
002600     05  PRMT-VALUE-IMAGE           PIC X(80).
