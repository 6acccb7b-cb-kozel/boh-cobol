000100******************************************************************
000200*    OMPCCPY - OUTLIER MAP DERIVATION CONTROL RECORD             *
000300*    The MAPCTL parameter-master row in force on the run date:   *
000400*    how far the MAP the nightly run derives from a claim's      *
000500*    separately-billable lines may differ from the billed total  *
000600*    before the claim is reported, whether pricing should USE    *
000700*    THE DERIVED MAP ('Y') instead of the billed one, and the    *
000800*    percent of the ASP price a drug is valued at.  A field left *
000900*    zero keeps the compiled default ($1.00, report only, 100    *
001000*    percent of ASP).                                            *
001100******************************************************************
001200 01  OUTLIER-MAP-CONTROL-RECORD.
001300     05  OMPC-TOLERANCE-AMT         PIC 9(05)V9(02).
001400     05  OMPC-USE-DERIVED-MAP       PIC X(01).
001500     05  OMPC-ASP-PERCENT           PIC 9(03)V9(02).
