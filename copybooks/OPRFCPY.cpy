000100******************************************************************
000200*    OPRFCPY - OPERATOR SECURITY PROFILE MASTER RECORD           *
000300*    Keyed by operator ID - the workstation sign-on name.  One   *
000400*    profile per person who may start an inquiry panel: the      *
000500*    role (which decides whether MBI and date of birth show in   *
000600*    the clear), the panels and panel functions granted, the     *
000700*    date the access expires, and the date it must next be       *
000800*    recertified by the operator's manager.  Maintained only     *
000900*    through ESCALSPM on the two-person approval path.           *
001000******************************************************************
001100 01  OPERATOR-PROFILE-RECORD.
001200     05  OPR-OPERATOR-ID            PIC X(08).
001300     05  OPR-OPERATOR-NAME          PIC X(20).
001400     05  OPR-ROLE                   PIC X(04).
001500         88  OPR-ROLE-BENE-SERVICES            VALUE 'BENE'.
001600         88  OPR-ROLE-SUPERVISOR               VALUE 'SUPV'.
001700         88  OPR-ROLE-PRIVACY-OFFICE           VALUE 'PRIV'.
001800         88  OPR-ROLE-PRICING-ANALYST          VALUE 'ANLY'.
001900         88  OPR-ROLE-PROVIDER-RELATIONS       VALUE 'PROV'.
002000         88  OPR-ROLE-SEES-PHI
002100                 VALUES 'BENE' 'SUPV' 'PRIV'.
002200         88  OPR-ROLE-VALID
002300                 VALUES 'BENE' 'SUPV' 'PRIV' 'ANLY' 'PROV'.
002400     05  OPR-STATUS                 PIC X(01).
002500         88  OPR-PROFILE-ACTIVE                VALUE 'A'.
002600         88  OPR-PROFILE-SUSPENDED             VALUE 'S'.
002700     05  OPR-EXPIRY-DATE            PIC 9(08).
002800     05  OPR-RECERT-DATE            PIC 9(08).
002900******************************************************************
003000*    PANELS GRANTED - THE PANEL'S PROGRAM ID AND THE DIALOG      *
003100*    PROCEDURE (FUNCTION) ON IT.  A BLANK FUNCTION GRANTS EVERY  *
003200*    FUNCTION OF THE PANEL.                                      *
003300******************************************************************
003400     05  OPR-GRANT-COUNT            PIC 9(01).
003500     05  OPR-GRANT  OCCURS 4 TIMES.
003600         10  OPR-GRANT-PANEL        PIC X(08).
003700         10  OPR-GRANT-FUNCTION     PIC X(08).
003800     05  OPR-LAST-UPDATE-DATE       PIC 9(08).
003900     05  OPR-LAST-UPDATE-OPERATOR   PIC X(08).
004000     05  FILLER                     PIC X(10).
