000100******************************************************************
000200*    PSFNCPY - CMS NATIONAL PROVIDER SPECIFIC FILE RECORD        *
000300*    One record per provider per effective date from the CMS     *
000400*    quarterly national PSF release, cut down to the fields our  *
000500*    own Provider Specific File (PRVFCPY) carries.  A CCN's rows *
000600*    are together, in effective-date order.  The geographic CBSA *
000700*    is the facility's true location; the wage-index CBSA is     *
000800*    where CMS prices it after any reclassification.  ESCALPSF   *
000900*    reconciles our file against it.                             *
001000******************************************************************
001100 01  NATIONAL-PSF-RECORD.
001200     05  PSFN-PROVIDER-NUMBER       PIC X(06).
001300     05  PSFN-EFF-DATE              PIC 9(08).
001400     05  PSFN-TERMINATION-DATE      PIC 9(08).
001500     05  PSFN-CONTRACTOR-NUMBER     PIC X(05).
001600     05  PSFN-PROV-TYPE             PIC X(02).
001700         88  PSFN-ESRD-FACILITY            VALUES '40' '41' '05'.
001800     05  PSFN-GEO-MSA               PIC 9(04).
001900     05  PSFN-GEO-CBSA              PIC 9(05).
002000     05  PSFN-WAGE-INDEX-CBSA       PIC 9(05).
002100     05  PSFN-LOW-VOLUME-INDIC      PIC X(01).
002200     05  FILLER                     PIC X(16).
