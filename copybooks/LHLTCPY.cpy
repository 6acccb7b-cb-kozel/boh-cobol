000100******************************************************************
000200*    LHLTCPY - LEGAL HOLD REGISTRY MAINTENANCE TRANSACTION       *
000300*    One transaction adds, changes, deletes, or inquires on one  *
000400*    hold.  A change replaces the whole hold - every field as it *
000500*    should stand afterward; a release is a change carrying the  *
000600*    release date.  Arrives through the two-person approval path *
000700*    (PNDLHM / APRLHM).                                          *
000800******************************************************************
000900 01  LEGAL-HOLD-TRANSACTION.
001000     05  LHT-ACTION-CODE            PIC X(01).
001100         88  LHT-ADD                            VALUE 'A'.
001200         88  LHT-CHANGE                         VALUE 'C'.
001300         88  LHT-DELETE                         VALUE 'D'.
001400         88  LHT-INQUIRY                        VALUE 'I'.
001500     05  LHT-HOLD-ID                PIC X(10).
001600     05  LHT-SCOPE-TYPE             PIC X(03).
001700     05  LHT-SCOPE-VALUE            PIC X(13).
001800     05  LHT-FROM-DATE              PIC 9(08).
001900     05  LHT-THRU-DATE              PIC 9(08).
002000     05  LHT-AUTHORITY              PIC X(30).
002100     05  LHT-CASE-REFERENCE         PIC X(20).
002200     05  LHT-START-DATE             PIC 9(08).
002300     05  LHT-RELEASE-DATE           PIC 9(08).
002400     05  LHT-SUBMIT-OPERATOR-ID     PIC X(08).
