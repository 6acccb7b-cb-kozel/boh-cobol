000100******************************************************************
000200*    SCFCPY - PART B CARRIER AND DME SUPPLIER CLAIM FEED RECORD  *
000300*    Received daily from the Common Working File: one detail per *
000400*    paid line of a Part B carrier or DME MAC claim for a        *
000500*    beneficiary who is dialyzing with one of our facilities -   *
000600*    independent labs, drug suppliers and the like - for the     *
000700*    consolidated billing edit.  The trailer's count and paid    *
000800*    dollars are proven before ESCALSCL loads anything.          *
000900*      SCF-SOURCE-CODE  'B' - Part B carrier (lab, physician)    *
001000*                       'D' - DME MAC (supplier)                 *
001100******************************************************************
001200 01  SUPPLIER-CLAIM-FEED-RECORD.
001300     05  SCF-RECORD-TYPE            PIC X(01).
001400         88  SCF-IS-DETAIL                     VALUE 'D'.
001500         88  SCF-IS-TRAILER                    VALUE 'T'.
001600     05  SCF-SOURCE-CODE            PIC X(01).
001700         88  SCF-FROM-CARRIER                  VALUE 'B'.
001800         88  SCF-FROM-DME-MAC                  VALUE 'D'.
001900     05  SCF-SUPPLIER-ID            PIC X(10).
002000     05  SCF-SUPPLIER-CLAIM-NUMBER  PIC X(15).
002100     05  SCF-LINE-NUMBER            PIC 9(03).
002200     05  SCF-MBI                    PIC X(11).
002300     05  SCF-DATE-OF-SERVICE        PIC 9(08).
002400     05  SCF-HCPCS-CODE             PIC X(05).
002500     05  SCF-MODIFIER  OCCURS 4 TIMES
002600                                    PIC X(02).
002700     05  SCF-UNITS                  PIC 9(05).
002800     05  SCF-PAID-AMT               PIC 9(07)V9(02).
002900     05  SCF-PAID-DATE              PIC 9(08).
003000     05  FILLER                     PIC X(16).
003100
003200 01  SUPPLIER-CLAIM-FEED-TRAILER.
003300     05  SCF-TRL-RECORD-TYPE        PIC X(01).
003400     05  SCF-TRL-LINE-COUNT         PIC 9(07).
003500     05  SCF-TRL-PAID-TOTAL         PIC 9(11)V9(02).
003600     05  FILLER                     PIC X(79).
