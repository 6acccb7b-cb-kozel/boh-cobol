000100******************************************************************
000200*    LHCRCPY - LEGAL HOLD PRESERVATION CERTIFICATE RECORD        *
000300*    One record per hold each quarter's preservation report      *
000400*    (ESCALLHR) certifies, in hold ID order: the records in the  *
000500*    hold's scope counted on file at quarter end.  The next      *
000600*    quarter reads it back (HLDCERT) and flags any hold whose    *
000700*    count has gone down.  The audit count is the keyed store    *
000800*    and its archive generations together, since the retention   *
000900*    utility moves records from one to the other.                *
001000******************************************************************
001100 01  LEGAL-HOLD-CERTIFICATE-RECORD.
001200     05  LHC-HOLD-ID                PIC X(10).
001300     05  LHC-QUARTER-THRU-DATE      PIC 9(08).
001400     05  LHC-AUDIT-COUNT            PIC 9(09).
001500     05  LHC-HISTORY-COUNT          PIC 9(09).
001600     05  FILLER                     PIC X(44).
