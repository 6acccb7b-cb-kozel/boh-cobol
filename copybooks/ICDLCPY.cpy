000100******************************************************************
000200*    ICDLCPY - ESRD PPS COMORBIDITY CODE LIST RECORD             *
000300*    One record per ICD-10-CM code on the CMS comorbidity list   *
000400*    for the new fiscal year, with the two-character comorbid    *
000500*    category ICDMFILE must map it to.  The list is supplied in  *
000600*    diagnosis-code order (ESCALICU checks the sequence).        *
000700******************************************************************
000800 01  ICD-COMORBID-LIST-RECORD.
000900     05  ICDL-DIAG-CODE             PIC X(07).
001000     05  ICDL-COMORBID-CATEGORY     PIC X(02).
001100     05  FILLER                     PIC X(11).
