000100******************************************************************
000200*    ICDSCPY - CMS ANNUAL ICD-10-CM CODE-SET RECORD              *
000300*    One record per code in the new fiscal year's ICD-10-CM      *
000400*    order file.  A header code (one that has been split into    *
000500*    children, or a category heading) is not valid for billing - *
000600*    only codes flagged '1' may appear on a claim.               *
000700******************************************************************
000800 01  ICD-CODE-SET-RECORD.
000900     05  ICDS-DIAG-CODE             PIC X(07).
001000     05  ICDS-BILLING-INDIC         PIC X(01).
001100         88  ICDS-VALID-FOR-BILLING          VALUE '1'.
001200         88  ICDS-HEADER-CODE                VALUE '0'.
001300     05  ICDS-SHORT-DESCRIPTION     PIC X(60).
001400     05  FILLER                     PIC X(12).
