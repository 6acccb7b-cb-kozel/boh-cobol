000100******************************************************************
000200*    CHKSCPY - CHECK PRINT WORK RECORD                           *
000300*    Written by ESCALEFT (new checks) and ESCALCKM (reissues)   *
000400*    and delivered to the check writer (ESCALCHP) by the        *
000500*    scheduler sort step in check-number / record-type order,   *
000600*    so each check's face record ('C') arrives ahead of its     *
000700*    stub lines ('S').  A stub line is one remit detail the     *
000800*    check pays - a paid claim, or a reversal or receivable     *
000900*    offset taken out of it - so the provider can post the      *
001000*    payment claim by claim.  A reissue carries no stub lines;  *
001100*    its face names the check it replaces.                      *
001200******************************************************************
001300 01  CHECK-PRINT-RECORD.
001400     05  CHKS-CHECK-NUMBER          PIC 9(10).
001500     05  CHKS-RECORD-TYPE           PIC X(01).
001600         88  CHKS-IS-FACE                      VALUE 'C'.
001700         88  CHKS-IS-STUB                      VALUE 'S'.
001800     05  CHKS-PROVIDER-NUMBER       PIC X(06).
001900     05  CHKS-DATA                  PIC X(143).
002000     05  CHKS-FACE-DATA  REDEFINES  CHKS-DATA.
002100         10  CHKS-ISSUE-DATE        PIC 9(08).
002200         10  CHKS-CHECK-AMT         PIC 9(09)V9(02).
002300         10  CHKS-PAY-SEQUENCE      PIC 9(05).
002400         10  CHKS-PAYEE-NAME        PIC X(35).
002500         10  CHKS-PAYEE-ADDRESS     PIC X(35).
002600         10  CHKS-PAYEE-CITY        PIC X(20).
002700         10  CHKS-PAYEE-STATE       PIC X(02).
002800         10  CHKS-PAYEE-ZIP         PIC X(09).
002900         10  CHKS-ORIGINAL-CHECK-NBR PIC 9(10).
003000         10  CHKS-ORIGINAL-ISSUE-DATE PIC 9(08).
003100     05  CHKS-STUB-DATA  REDEFINES  CHKS-DATA.
003200         10  CHKS-STUB-CLAIM-NUMBER PIC X(13).
003300         10  CHKS-STUB-REMIT-TYPE   PIC X(01).
003400         10  CHKS-STUB-GROSS-AMT    PIC 9(07)V9(02).
003500         10  CHKS-STUB-PAID-AMT     PIC S9(09)V9(02).
003600         10  CHKS-STUB-CARC-CODE    PIC X(03).
003700         10  CHKS-STUB-RTC          PIC 9(02).
003800         10  FILLER                 PIC X(104).
