000100******************************************************************
000200*    OPRTCPY - OPERATOR SECURITY PROFILE MAINTENANCE             *
000300*    TRANSACTION                                                 *
000400*    One transaction adds, changes, deletes, or inquires on one  *
000500*    operator's profile.  A change replaces the whole profile -  *
000600*    every field as it should stand afterward.  Arrives through  *
000700*    the two-person approval path (PNDSPM / APRSPM).             *
000800******************************************************************
000900 01  OPERATOR-PROFILE-TRANSACTION.
001000     05  OPRT-ACTION-CODE           PIC X(01).
001100         88  OPRT-ADD                           VALUE 'A'.
001200         88  OPRT-CHANGE                        VALUE 'C'.
001300         88  OPRT-DELETE                        VALUE 'D'.
001400         88  OPRT-INQUIRY                       VALUE 'I'.
001500     05  OPRT-OPERATOR-ID           PIC X(08).
001600     05  OPRT-OPERATOR-NAME         PIC X(20).
001700     05  OPRT-ROLE                  PIC X(04).
001800     05  OPRT-STATUS                PIC X(01).
001900     05  OPRT-EXPIRY-DATE           PIC 9(08).
002000     05  OPRT-RECERT-DATE           PIC 9(08).
002100     05  OPRT-GRANT-COUNT           PIC 9(01).
002200     05  OPRT-GRANT  OCCURS 4 TIMES.
002300         10  OPRT-GRANT-PANEL       PIC X(08).
002400         10  OPRT-GRANT-FUNCTION    PIC X(08).
002500     05  OPRT-SUBMIT-OPERATOR-ID    PIC X(08).
