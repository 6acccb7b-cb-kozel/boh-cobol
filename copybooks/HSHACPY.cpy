000100******************************************************************
000200*    HSHACPY - AUDIT STORE INTEGRITY CHAIN ANCHOR RECORD         *
000300*    Appended by ESCALHSH to the write-once anchor file          *
000400*    (HSHANCH), which is only ever opened EXTEND.                *
000500*      'C' - A CLOSED CHAIN: HOW MANY RECORDS THE RUN WROTE TO   *
000600*            THE AUDIT STORE AND THE HASH OF THE LAST ONE.       *
000700*      'S' - A RECORD A LATER SAME-DAY PRICING REPLACED: ITS     *
000800*            KEY, ITS PLACE IN ITS CHAIN AND ITS HASH, SO THE    *
000900*            VERIFICATION JOB (ESCALHVF) CAN TELL A LEGITIMATE   *
001000*            REPLACEMENT FROM A RECORD THAT WENT MISSING.        *
001100******************************************************************
001200 01  AUDIT-CHAIN-ANCHOR-RECORD.
001300     05  ANC-RECORD-TYPE            PIC X(01).
001400         88  ANC-CHAIN-CLOSED                  VALUE 'C'.
001500         88  ANC-RECORD-SUPERSEDED             VALUE 'S'.
001600     05  ANC-CHAIN-ID.
001700         10  ANC-CHAIN-PROGRAM      PIC X(08).
001800         10  ANC-CHAIN-PARTITION    PIC 9(02).
001900         10  ANC-CHAIN-DATE         PIC 9(08).
002000         10  ANC-CHAIN-TIME         PIC 9(08).
002100     05  ANC-CHAIN-SEQ              PIC 9(09).
002200     05  ANC-CHAIN-HASH             PIC X(18).
002300     05  ANC-CLAIM-NUMBER           PIC X(13).
002400     05  ANC-PRICING-DATE           PIC 9(08).
002500     05  ANC-WRITTEN-DATE           PIC 9(08).
002600     05  ANC-WRITTEN-TIME           PIC 9(08).
002700     05  FILLER                     PIC X(09).
