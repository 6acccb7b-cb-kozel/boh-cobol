000100******************************************************************
000200*    CTCCPY - IMPROPER-PAYMENT (CERT) CASE RECORD                *
000300*    One record per sampled claim, keyed by the sample month     *
000400*    (CCYYMM) and claim number.  Written by the sample selection *
000500*    (ESCALCTS) from the CMS sample list or an internal draw,    *
000600*    worked by the case maintenance (ESCALCTF) as the records    *
000700*    are requested, received and reviewed, and closed out by the *
000800*    adjustment feed (ESCALCTA) for a confirmed overpayment.     *
000900*      CTC-CASE-STATUS  'S' - selected                           *
001000*                       'R' - medical records requested          *
001100*                       'D' - documentation received             *
001200*                       'F' - finding recorded                   *
001300*                       'C' - overpayment confirmed - waiting on *
001400*                             the adjustment feed                *
001500*                       'A' - adjustment sent to the nightly run *
001600*                       'X' - closed                             *
001700*      CTC-ERROR-CATEGORY - the CERT error categories            *
001800*      CTC-CORRECTION-TYPE - how a confirmed overpayment is      *
001900*                       corrected on the claim:                  *
002000*                       'V' - claim voided (nothing payable)     *
002100*                       'C' - comorbid adjustments unsupported - *
002200*                             repriced without them              *
002300******************************************************************
002400 01  CERT-CASE-RECORD.
002500     05  CTC-RECORD-KEY.
002600         10  CTC-SAMPLE-PERIOD      PIC 9(06).
002700         10  CTC-CLAIM-NUMBER       PIC X(13).
002800     05  CTC-SAMPLE-SOURCE          PIC X(01).
002900         88  CTC-FROM-CMS-LIST                 VALUE 'C'.
003000         88  CTC-FROM-INTERNAL-DRAW            VALUE 'I'.
003100     05  CTC-CMS-SAMPLE-ID          PIC X(12).
003200     05  CTC-STRATUM                PIC 9(01).
003300     05  CTC-PROVIDER-NUMBER        PIC X(06).
003400     05  CTC-MBI                    PIC X(11).
003500     05  CTC-FROM-DATE              PIC 9(08).
003600     05  CTC-THRU-DATE              PIC 9(08).
003700     05  CTC-LINE-COUNT             PIC 9(03).
003800     05  CTC-PAID-AMT               PIC 9(09)V9(02).
003900     05  CTC-SELECTED-DATE          PIC 9(08).
004000     05  CTC-CASE-STATUS            PIC X(01).
004100         88  CTC-SELECTED                      VALUE 'S'.
004200         88  CTC-RECORDS-REQUESTED             VALUE 'R'.
004300         88  CTC-DOCUMENTATION-RECEIVED        VALUE 'D'.
004400         88  CTC-FINDING-RECORDED              VALUE 'F'.
004500         88  CTC-OVERPAYMENT-CONFIRMED         VALUE 'C'.
004600         88  CTC-ADJUSTMENT-SENT               VALUE 'A'.
004700         88  CTC-CLOSED                        VALUE 'X'.
004800     05  CTC-DOC-REQUEST-DATE       PIC 9(08).
004900     05  CTC-DOC-DUE-DATE           PIC 9(08).
005000     05  CTC-DOC-RECEIVED-DATE      PIC 9(08).
005100     05  CTC-ERROR-CATEGORY         PIC X(02).
005200         88  CTC-NO-DOCUMENTATION              VALUE 'ND'.
005300         88  CTC-INSUFFICIENT-DOCUMENTATION    VALUE 'ID'.
005400         88  CTC-MEDICAL-NECESSITY             VALUE 'MN'.
005500         88  CTC-INCORRECT-CODING              VALUE 'IC'.
005600         88  CTC-OTHER-ERROR                   VALUE 'OT'.
005700         88  CTC-NO-ERROR                      VALUE 'NE'.
005800         88  CTC-VALID-CATEGORY                VALUES 'ND' 'ID'
005900                                            'MN' 'IC' 'OT' 'NE'.
006000     05  CTC-ERROR-DIRECTION        PIC X(01).
006100         88  CTC-OVERPAID                      VALUE 'O'.
006200         88  CTC-UNDERPAID                     VALUE 'U'.
006300         88  CTC-NOT-IN-ERROR                  VALUE 'N'.
006400     05  CTC-ERROR-AMT              PIC 9(09)V9(02).
006500     05  CTC-CORRECTION-TYPE        PIC X(01).
006600         88  CTC-CORRECT-BY-VOID               VALUE 'V'.
006700         88  CTC-CORRECT-COMORBIDS             VALUE 'C'.
006800         88  CTC-NO-CORRECTION                 VALUE ' '.
006900     05  CTC-REVIEWER-ID            PIC X(08).
007000     05  CTC-FINDING-DATE           PIC 9(08).
007100     05  CTC-CONFIRMED-DATE         PIC 9(08).
007200     05  CTC-ADJUSTMENT-DATE        PIC 9(08).
007300     05  CTC-CLOSED-DATE            PIC 9(08).
007400     05  CTC-LAST-UPDATE-DATE       PIC 9(08).
007500     05  FILLER                     PIC X(20).
