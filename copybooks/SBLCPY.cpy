000100******************************************************************
000200*    SBLCPY - SEPARATELY-BILLABLE LINE RECORD (PRCCLM TYPE 'S')  *
000300*    One record per separately-billable service line of a 72X    *
000400*    claim - the drug, laboratory and supply lines whose charges *
000500*    make up CX-TOT-PRICE-SB-OUTLIER - written behind the 'C'    *
000600*    claim header and ahead of the claim's detail records, so    *
000700*    the nightly run can build the imputed MAP itself from the   *
000800*    outlier services list and the ASP file.  Not a claim line:  *
000900*    it is not counted in the trailer count or hash total.       *
001000******************************************************************
001100 01  SB-LINE-RECORD.
001200     05  SBL-RECORD-TYPE            PIC X(01).
001300         88  SBL-IS-SB-LINE                    VALUE 'S'.
001400     05  SBL-CLAIM-NUMBER           PIC X(13).
001500     05  SBL-PROVIDER-NUMBER        PIC X(06).
001600     05  SBL-LINE-NUMBER            PIC 9(03).
001700     05  SBL-REV-CODE               PIC X(04).
001800     05  SBL-HCPCS-CODE             PIC X(05).
001900     05  SBL-NDC-CODE               PIC X(11).
002000     05  SBL-SERVICE-DATE           PIC 9(08).
002100     05  SBL-UNITS                  PIC 9(07)V9(03).
002200     05  SBL-CHARGE                 PIC 9(07)V9(02).
002300     05  FILLER                     PIC X(509).
