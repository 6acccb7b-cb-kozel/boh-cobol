000100******************************************************************
000200*    LHLXCPY - LEGAL HOLD CHECK LINKAGE                          *
000300*    Passed to ESCALLHC by every retention and purge job, once   *
000400*    for each record it is about to archive, purge, or drop:     *
000500*    the record's facility, beneficiary, claim number, and the   *
000600*    date the job ages it by.  Held means a hold in force covers *
000700*    the record - the job must leave it where it is and report   *
000800*    it under the hold ID returned.  A return code of 08 means   *
000900*    the registry could not be loaded whole; every record comes  *
001000*    back held, so nothing is lost while it is put right.        *
001100******************************************************************
001200 01  LEGAL-HOLD-CHECK-REQUEST.
001300     05  LHX-PROVIDER-NUMBER        PIC X(06).
001400     05  LHX-MBI                    PIC X(11).
001500     05  LHX-CLAIM-NUMBER           PIC X(13).
001600     05  LHX-RECORD-DATE            PIC 9(08).
001700     05  LHX-HELD-SWITCH            PIC X(01).
001800         88  LHX-RECORD-HELD                   VALUE 'Y'.
001900         88  LHX-RECORD-NOT-HELD               VALUE 'N'.
002000     05  LHX-HOLD-ID                PIC X(10).
002100     05  LHX-HOLDS-IN-FORCE         PIC 9(05).
002200     05  LHX-RETURN-CODE            PIC 9(02).
002300         88  LHX-REGISTRY-LOADED               VALUE 00.
002400         88  LHX-REGISTRY-INCOMPLETE           VALUE 08.
