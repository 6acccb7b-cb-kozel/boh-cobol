000100******************************************************************
000200*    BRTNCPY - BANK ACH RETURN AND SETTLEMENT FILE RECORDS       *
000300*    Received from the bank each morning.  One detail per item   *
000400*    the bank confirmed settled or sent back, carrying the       *
000500*    payment number (sent as the entry's individual ID) and the  *
000600*    trace number from EFTFUND, the amount, and for a return     *
000700*    the NACHA return reason.  The trailer's count and dollars   *
000800*    are proven before ESCALERT applies anything.                *
000900******************************************************************
001000 01  BANK-RETURN-RECORD.
001100     05  BRTN-RECORD-TYPE           PIC X(01).
001200         88  BRTN-IS-SETTLEMENT                VALUE 'S'.
001300         88  BRTN-IS-RETURN                    VALUE 'R'.
001400         88  BRTN-IS-TRAILER                   VALUE 'T'.
001500     05  BRTN-PAYMENT-NUMBER        PIC 9(13).
001600     05  BRTN-TRACE-NUMBER          PIC 9(15).
001700     05  BRTN-AMOUNT                PIC 9(09)V9(02).
001800     05  BRTN-RETURN-CODE           PIC X(03).
001900******************************************************************
002000*    RETURN REASONS THAT MEAN THE ACCOUNT ITSELF CANNOT TAKE     *
002100*    MONEY - CLOSED, NO SUCH ACCOUNT, INVALID NUMBER, FROZEN,    *
002200*    NON-TRANSACTION.  THE BANKING MASTER IS FLAGGED FOR THESE.  *
002300******************************************************************
002400         88  BRTN-ACCOUNT-UNUSABLE             VALUE 'R02' 'R03'
002500                                                     'R04' 'R16'
002600                                                     'R20'.
002700     05  BRTN-EFFECTIVE-DATE        PIC 9(08).
002800     05  FILLER                     PIC X(29).
002900
003000 01  BANK-RETURN-TRAILER.
003100     05  BRTN-TRL-RECORD-TYPE       PIC X(01).
003200     05  BRTN-TRL-ITEM-COUNT        PIC 9(07).
003300     05  BRTN-TRL-AMOUNT-TOTAL      PIC 9(11)V9(02).
003400     05  FILLER                     PIC X(59).
