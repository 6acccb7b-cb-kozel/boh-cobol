000100******************************************************************
000200*    MBXCPY - MBI REISSUE CROSSWALK RECORD                       *
000300*    Keyed by the OLD (retired) MBI - the number claims and our  *
000400*    beneficiary-keyed files may still carry after CMS reissues  *
000500*    a compromised identifier - linking it to the NEW MBI and   *
000600*    the date the reissue took effect.  Loaded from the          *
000700*    enrollment feed by ESCALBMT ('X' transactions), resolved by *
000800*    ESCALMXL, and worked by the ESCALMBM merge utility, which   *
000900*    rolls the old number's accumulators, training sessions,     *
001000*    and cross-reference entries onto the new one.               *
001100******************************************************************
001200 01  MBI-CROSSWALK-RECORD.
001300     05  MBX-OLD-MBI                PIC X(11).
001400     05  MBX-NEW-MBI                PIC X(11).
001500     05  MBX-EFFECTIVE-DATE         PIC 9(08).
001600     05  MBX-LAST-UPDATE-DATE       PIC 9(08).
001700     05  FILLER                     PIC X(10).
