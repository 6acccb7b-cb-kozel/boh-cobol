000100******************************************************************
000200*    BDLCPY - FACILITY BAD-DEBT LOG ENTRY                        *
000300*    One entry per claim on a facility's submitted Medicare bad- *
000400*    debt listing: the beneficiary deductible and coinsurance    *
000500*    the facility could not collect and wrote off, which it      *
000600*    claims as bad debt on its cost report.  The write-off date  *
000700*    places the entry in the provider fiscal year it is claimed  *
000800*    in.  An entry marked dual-eligible is a beneficiary whose   *
000900*    cost sharing the state Medicaid agency was billed for       *
001000*    through our crossover.  Validated by ESCALBDL.              *
001100******************************************************************
001200 01  BAD-DEBT-LOG-RECORD.
001300     05  BDL-PROVIDER-NUMBER        PIC X(06).
001400     05  BDL-CLAIM-NUMBER           PIC X(13).
001500     05  BDL-MBI                    PIC X(11).
001600     05  BDL-FROM-DATE              PIC 9(08).
001700     05  BDL-THRU-DATE              PIC 9(08).
001800     05  BDL-DEDUCTIBLE-CLAIMED     PIC 9(05)V9(02).
001900     05  BDL-COINSURANCE-CLAIMED    PIC 9(07)V9(02).
002000     05  BDL-DUAL-ELIGIBLE          PIC X(01).
002100         88  BDL-IS-DUAL-ELIGIBLE              VALUE 'Y'.
002200     05  BDL-WRITE-OFF-DATE         PIC 9(08).
002300     05  BDL-COLLECTION-START-DATE  PIC 9(08).
002400     05  FILLER                     PIC X(21).
