000100******************************************************************
000200*    SECXCPY - INQUIRY PANEL OPERATOR SECURITY LINKAGE           *
000300*    Passed to ESCALSEC by every inquiry panel.                  *
000400*      'S' - START.  CALLED BEFORE THE SCREENSET IS LOADED.      *
000500*            THE OPERATOR IS THE WORKSTATION SIGN-ON, NOT        *
000600*            ANYTHING THE PANEL SUPPLIES.  THE PROFILE MUST BE   *
000700*            ACTIVE, UNEXPIRED, AND GRANT THIS PANEL AND         *
000800*            PROCEDURE; ANYTHING ELSE COMES BACK NON-ZERO AND    *
000900*            THE PANEL MUST NOT START.  THE PHI SWITCH SAYS      *
001000*            WHETHER MBI AND DATE OF BIRTH MAY SHOW IN THE       *
001100*            CLEAR.  THE START, OR THE REFUSAL, IS LOGGED.       *
001200*      'L' - LOG.  ONE INQUIRY JUST ANSWERED - THE KEY THE       *
001300*            OPERATOR ASKED FOR AND THE MBI OF THE BENEFICIARY   *
001400*            WHOSE DATA CAME BACK (SPACES WHEN NONE DID) - IS    *
001500*            LOGGED UNDER THE OPERATOR THE START SIGNED ON.      *
001600******************************************************************
001700 01  OPERATOR-SECURITY-REQUEST.
001800     05  SECX-FUNCTION              PIC X(01).
001900         88  SECX-START-PANEL                  VALUE 'S'.
002000         88  SECX-LOG-INQUIRY                  VALUE 'L'.
002100     05  SECX-PANEL-ID              PIC X(08).
002200     05  SECX-PROCEDURE             PIC X(08).
002300     05  SECX-OPERATOR-ID           PIC X(08).
002400     05  SECX-ROLE                  PIC X(04).
002500     05  SECX-PHI-SWITCH            PIC X(01).
002600         88  SECX-SHOW-PHI                     VALUE 'Y'.
002700         88  SECX-MASK-PHI                     VALUE 'N'.
002800     05  SECX-KEY-TYPE              PIC X(03).
002900     05  SECX-KEY-VALUE             PIC X(20).
003000     05  SECX-VIEWED-MBI            PIC X(11).
003100     05  SECX-RETURN-CODE           PIC 9(02).
003200         88  SECX-ACCESS-GRANTED               VALUE 00.
003300         88  SECX-NO-PROFILE                   VALUE 04.
003400         88  SECX-PROFILE-SUSPENDED            VALUE 08.
003500         88  SECX-PROFILE-EXPIRED              VALUE 12.
003600         88  SECX-PANEL-NOT-GRANTED            VALUE 16.
003700         88  SECX-NO-SESSION                   VALUE 20.
