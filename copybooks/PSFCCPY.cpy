000100******************************************************************
000200*    PSFCCPY - NATIONAL PSF RECONCILIATION CONTROL RECORD        *
000300*    One card per ESCALPSF run: the release date of the CMS      *
000400*    quarterly file (blank or zero is today - national rows      *
000500*    effective after it are ignored) and our contractor number,  *
000600*    which picks our jurisdiction's facilities off the national  *
000700*    file (blank takes every row on the file as supplied).       *
000800******************************************************************
000900 01  PSF-RECON-CONTROL-RECORD.
001000     05  PSFC-RELEASE-DATE          PIC 9(08).
001100     05  PSFC-CONTRACTOR-NUMBER     PIC X(05).
001200     05  FILLER                     PIC X(17).
