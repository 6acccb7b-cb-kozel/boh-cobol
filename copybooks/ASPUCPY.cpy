000100******************************************************************
000200*    ASPUCPY - CMS QUARTERLY ASP PRICING FILE RECORD             *
000300*    One row per HCPCS on the quarterly average sales price file *
000400*    as received from CMS: the HCPCS, its dosage descriptor, the *
000500*    price per billing unit, and the date the quarter takes      *
000600*    effect.  Read by the bulk loader (ESCALAPL).                *
000700******************************************************************
000800 01  ASP-RELEASE-RECORD.
000900     05  ASPU-HCPCS-CODE            PIC X(05).
001000     05  ASPU-DOSAGE-DESC           PIC X(20).
001100     05  ASPU-UNIT-PRICE            PIC 9(06)V9(04).
001200     05  ASPU-EFF-DATE              PIC 9(08).
001300     05  FILLER                     PIC X(07).
