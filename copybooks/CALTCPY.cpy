000100******************************************************************
000200*    CALTCPY - CALENDAR MASTER MAINTENANCE TRANSACTION           *
000300*    One transaction adds, changes, deletes, or inquires on one  *
000400*    non-business day.  The day type is 'H' for a federal        *
000500*    holiday (key the observed date) or 'B' for a bank non-      *
000600*    settlement day.                                             *
000700******************************************************************
000800 01  CALENDAR-TRANSACTION-RECORD.
000900     05  CALT-ACTION-CODE           PIC X(01).
001000         88  CALT-ADD                          VALUE 'A'.
001100         88  CALT-CHANGE                       VALUE 'C'.
001200         88  CALT-DELETE                       VALUE 'D'.
001300         88  CALT-INQUIRY                      VALUE 'I'.
001400     05  CALT-DATE                  PIC 9(08).
001500     05  CALT-DATE-R  REDEFINES  CALT-DATE.
001600         10  CALT-YYYY              PIC 9(04).
001700         10  CALT-MM                PIC 9(02).
001800         10  CALT-DD                PIC 9(02).
001900     05  CALT-DAY-TYPE              PIC X(01).
002000         88  CALT-VALID-DAY-TYPE               VALUES 'H' 'B'.
002100     05  CALT-DESCRIPTION           PIC X(30).
002200     05  CALT-OPERATOR-ID           PIC X(08).
002300     05  FILLER                     PIC X(32).
