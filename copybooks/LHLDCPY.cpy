000100******************************************************************
000200*    LHLDCPY - LEGAL HOLD REGISTRY RECORD                        *
000300*    Keyed by hold ID.  One record per litigation hold or fraud  *
000400*    investigation Counsel places: the scope (a facility CCN, a  *
000500*    beneficiary MBI, or one claim number), the range of record  *
000600*    dates it covers, who asked for it, and when it took effect  *
000700*    and was released.  While a hold is in force - started, and  *
000800*    not yet released - no retention or purge job may move or    *
000900*    remove a record in its scope (every such job asks ESCALLHC).*
001000*    A released hold stays on file so its preservation can still *
001100*    be certified.  Maintained only through ESCALLHM on the      *
001200*    two-person approval path.                                   *
001300******************************************************************
001400 01  LEGAL-HOLD-RECORD.
001500     05  LHD-HOLD-ID                PIC X(10).
001600     05  LHD-SCOPE-TYPE             PIC X(03).
001700         88  LHD-SCOPE-FACILITY                VALUE 'CCN'.
001800         88  LHD-SCOPE-BENEFICIARY             VALUE 'MBI'.
001900         88  LHD-SCOPE-CLAIM                   VALUE 'CLM'.
002000         88  LHD-SCOPE-VALID
002100                 VALUES 'CCN' 'MBI' 'CLM'.
002200     05  LHD-SCOPE-VALUE            PIC X(13).
002300******************************************************************
002400*    THE RECORD DATES HELD - THE DATE EACH JOB AGES A RECORD BY  *
002500*    (PRICING DATE ON THE AUDIT STORE, DATE OF SERVICE ON THE    *
002600*    PRICED-CLAIM HISTORY).  ZERO AT EITHER END LEAVES THAT END  *
002700*    OPEN.                                                       *
002800******************************************************************
002900     05  LHD-FROM-DATE              PIC 9(08).
003000     05  LHD-THRU-DATE              PIC 9(08).
003100     05  LHD-AUTHORITY              PIC X(30).
003200     05  LHD-CASE-REFERENCE         PIC X(20).
003300     05  LHD-START-DATE             PIC 9(08).
003400     05  LHD-RELEASE-DATE           PIC 9(08).
003500     05  LHD-LAST-UPDATE-DATE       PIC 9(08).
003600     05  LHD-LAST-UPDATE-OPERATOR   PIC X(08).
003700     05  FILLER                     PIC X(16).
