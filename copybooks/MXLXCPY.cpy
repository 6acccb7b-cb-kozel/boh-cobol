000100******************************************************************
000200*    MXLXCPY - MBI REISSUE CROSSWALK LOOKUP LINKAGE              *
000300*    Passed to ESCALMXL: given an MBI, found means the number    *
000400*    has been reissued, and the CURRENT MBI - the end of the     *
000500*    chain when a number was reissued more than once - comes     *
000600*    back with the effective date of the last reissue.  Not      *
000700*    found returns the MBI passed in as the current one, so a    *
000800*    caller can always key on MXL-CURRENT-MBI.                   *
000900******************************************************************
001000 01  MBI-XWALK-LOOKUP-REQUEST.
001100     05  MXL-MBI                    PIC X(11).
001200     05  MXL-FOUND-SWITCH           PIC X(01).
001300         88  MXL-MBI-REISSUED                  VALUE 'Y'.
001400         88  MXL-MBI-NOT-REISSUED              VALUE 'N'.
001500     05  MXL-CURRENT-MBI            PIC X(11).
001600     05  MXL-EFFECTIVE-DATE         PIC 9(08).
