000100******************************************************************
000200*    ASPTCPY - ASP DRUG PRICING MASTER MAINTENANCE TRANSACTION   *
000300*    One transaction adds, changes, deletes, or inquires on one  *
000400*    HCPCS/effective-date row of ASP-PRICING-MASTER-RECORD.      *
000500******************************************************************
000600 01  ASP-PRICING-TRANS-RECORD.
000700     05  ASPT-ACTION-CODE           PIC X(01).
000800         88  ASPT-ADD                           VALUE 'A'.
000900         88  ASPT-CHANGE                        VALUE 'C'.
001000         88  ASPT-DELETE                        VALUE 'D'.
001100         88  ASPT-INQUIRY                       VALUE 'I'.
001200     05  ASPT-HCPCS-CODE            PIC X(05).
001300     05  ASPT-EFF-DATE              PIC 9(08).
001400     05  ASPT-END-DATE              PIC 9(08).
001500     05  ASPT-DOSAGE-DESC           PIC X(20).
001600     05  ASPT-UNIT-PRICE            PIC 9(06)V9(04).
001700     05  ASPT-OPERATOR-ID           PIC X(08).
