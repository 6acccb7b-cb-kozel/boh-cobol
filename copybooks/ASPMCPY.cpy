000100******************************************************************
000200*    ASPMCPY - ASP DRUG PRICING MASTER RECORD                    *
000300*    One row per HCPCS per quarter from the CMS average sales    *
000400*    price file, keyed by HCPCS plus the date the quarter's      *
000500*    price takes effect.  ASPM-END-DATE of zero means the row is *
000600*    still in effect.  ASPM-UNIT-PRICE is the price per HCPCS    *
000700*    billing unit, as CMS publishes it.                          *
000800******************************************************************
000900 01  ASP-PRICING-MASTER-RECORD.
001000     05  ASPM-RECORD-KEY.
001100         10  ASPM-HCPCS-CODE        PIC X(05).
001200         10  ASPM-EFF-DATE          PIC 9(08).
001300     05  ASPM-END-DATE              PIC 9(08).
001400     05  ASPM-DOSAGE-DESC           PIC X(20).
001500     05  ASPM-UNIT-PRICE            PIC 9(06)V9(04).
001600     05  ASPM-LAST-UPDATE-DATE      PIC 9(08).
001700     05  FILLER                     PIC X(21).
