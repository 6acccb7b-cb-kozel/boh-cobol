000100******************************************************************
000200*    OSLTCPY - OUTLIER SERVICES LIST MAINTENANCE TRANSACTION     *
000300*    One transaction adds, changes, deletes, or inquires on one  *
000400*    service-code/effective-date row of                          *
000500*    OUTLIER-SERVICE-MASTER-RECORD.                              *
000600******************************************************************
000700 01  OUTLIER-LIST-TRANS-RECORD.
000800     05  OSLT-ACTION-CODE           PIC X(01).
000900         88  OSLT-ADD                           VALUE 'A'.
001000         88  OSLT-CHANGE                        VALUE 'C'.
001100         88  OSLT-DELETE                        VALUE 'D'.
001200         88  OSLT-INQUIRY                       VALUE 'I'.
001300     05  OSLT-SERVICE-CODE          PIC X(11).
001400     05  OSLT-EFF-DATE              PIC 9(08).
001500     05  OSLT-END-DATE              PIC 9(08).
001600     05  OSLT-CODE-TYPE             PIC X(01).
001700     05  OSLT-SERVICE-CATEGORY      PIC X(01).
001800     05  OSLT-PRICING-HCPCS         PIC X(05).
001900     05  OSLT-FIXED-UNIT-PRICE      PIC 9(06)V9(04).
002000     05  OSLT-OPERATOR-ID           PIC X(08).
