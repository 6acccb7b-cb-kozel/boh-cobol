000100******************************************************************
000200*    XAKCPY - CROSSOVER ACKNOWLEDGMENT AND REJECT RETURN RECORDS *
000300*    The state Medicaid agencies' and supplemental insurers'    *
000400*    answers to the crossover files ESCALXOV cut, concatenated  *
000500*    one state's return behind another.  The 'A' record         *
000600*    acknowledges one state file by the date it was cut: a file *
000700*    status of 'A' accepts every detail not rejected by an 'R'  *
000800*    record, a file status of 'R' (bad format, bad trailer)     *
000900*    rejects the whole file.  Each 'R' record rejects one       *
001000*    detail, identified the way the detail was sent.  Reject    *
001100*    categories: U = UNKNOWN RECIPIENT, E = ELIGIBILITY         *
001200*    MISMATCH, F = FORMAT, O = OTHER.                           *
001300******************************************************************
001400 01  XAK-ACK-RECORD.
001500     05  XAK-RECORD-TYPE            PIC X(01).
001600         88  XAK-IS-ACKNOWLEDGMENT             VALUE 'A'.
001700         88  XAK-IS-REJECT                     VALUE 'R'.
001800     05  XAK-STATE-CODE             PIC X(02).
001900     05  XAK-FILE-DATE              PIC 9(08).
002000     05  XAK-ACK-DATE               PIC 9(08).
002100     05  XAK-FILE-STATUS            PIC X(01).
002200         88  XAK-FILE-ACCEPTED                 VALUE 'A'.
002300         88  XAK-FILE-REJECTED                 VALUE 'R'.
002400     05  XAK-RECEIVED-COUNT         PIC 9(07).
002500     05  XAK-REJECTED-COUNT         PIC 9(07).
002600     05  XAK-FILE-REJECT-CODE       PIC X(03).
002700     05  XAK-FILE-REJECT-TEXT       PIC X(30).
002800     05  FILLER                     PIC X(33).
002900
003000 01  XAK-REJECT-RECORD.
003100     05  XAK-REJ-RECORD-TYPE        PIC X(01).
003200     05  XAK-REJ-STATE-CODE         PIC X(02).
003300     05  XAK-REJ-FILE-DATE          PIC 9(08).
003400     05  XAK-REJ-MBI                PIC X(11).
003500     05  XAK-REJ-PROVIDER-NUMBER    PIC X(06).
003600     05  XAK-REJ-CLAIM-NUMBER       PIC X(13).
003700     05  XAK-REJ-LINE-ITEM-DOS      PIC 9(08).
003800     05  XAK-REJ-CATEGORY           PIC X(01).
003900         88  XAK-REJ-UNKNOWN-RECIPIENT         VALUE 'U'.
004000         88  XAK-REJ-ELIGIBILITY-MISMATCH      VALUE 'E'.
004100         88  XAK-REJ-FORMAT                    VALUE 'F'.
004200     05  XAK-REJ-REASON-CODE        PIC X(03).
004300     05  XAK-REJ-REASON-TEXT        PIC X(30).
004400     05  FILLER                     PIC X(17).
