000100******************************************************************
000200*    WKICPY - UNIFIED WORK-ITEM RECORD                           *
000300*    One record per claim standing on one of the work queues,    *
000400*    keyed by the queue and the claim number.  The nightly feed  *
000500*    (ESCALWQF) opens an item when a queue first lists the       *
000600*    claim and closes it when the claim clears; team leads       *
000700*    assign and reassign items on the worklist screen            *
000800*    (ESCALWQS); the weekly report (ESCALWQR) measures the work  *
000900*    by analyst and queue.  Closed items stay on the file so     *
001000*    the report can count what each analyst finished.            *
001100*      WKI-ITEM-TYPE    'E' - exception queue (PRCEXC)           *
001200*                       'S' - suspense master (SUSPMST)          *
001300*                       'R' - medical-review hold (MRVHLDO)      *
001400*                       'T' - timely-filing authorization        *
001500*                             (TFLAUTH)                          *
001600*      WKI-ITEM-STATUS  'N' - new, in the unassigned pool        *
001700*                       'A' - assigned to an analyst             *
001800*                       'C' - cleared - the claim left its queue *
001900*                             or priced paid                     *
002000*                       'X' - closed by hand on the worklist     *
002100*      WKI-PRIORITY     1 (work first) through 3                 *
002200******************************************************************
002300 01  WORK-ITEM-RECORD.
002400     05  WKI-RECORD-KEY.
002500         10  WKI-ITEM-TYPE          PIC X(01).
002600             88  WKI-EXCEPTION-ITEM            VALUE 'E'.
002700             88  WKI-SUSPENSE-ITEM             VALUE 'S'.
002800             88  WKI-REVIEW-ITEM               VALUE 'R'.
002900             88  WKI-TIMELY-AUTH-ITEM          VALUE 'T'.
003000             88  WKI-VALID-ITEM-TYPE           VALUE 'E' 'S' 'R'
003100                                                     'T'.
003200         10  WKI-CLAIM-NUMBER       PIC X(13).
003300     05  WKI-PROVIDER-NUMBER        PIC X(06).
003400     05  WKI-MBI                    PIC X(11).
003500     05  WKI-PPS-RTC                PIC 9(02).
003600     05  WKI-REASON-TEXT            PIC X(46).
003700     05  WKI-AMOUNT                 PIC 9(07)V9(02).
003800     05  WKI-PRIORITY               PIC 9(01).
003900         88  WKI-PRIORITY-HIGH                 VALUE 1.
004000         88  WKI-VALID-PRIORITY                VALUE 1 THRU 3.
004100     05  WKI-ITEM-STATUS            PIC X(01).
004200         88  WKI-UNASSIGNED                    VALUE 'N'.
004300         88  WKI-ASSIGNED                      VALUE 'A'.
004400         88  WKI-CLEARED                       VALUE 'C'.
004500         88  WKI-CLOSED-BY-HAND                VALUE 'X'.
004600         88  WKI-OPEN                          VALUE 'N' 'A'.
004700         88  WKI-CLOSED                        VALUE 'C' 'X'.
004800     05  WKI-ASSIGNED-ANALYST       PIC X(08).
004900     05  WKI-ASSIGNED-BY            PIC X(08).
005000******************************************************************
005100*    WKI-SOURCE-DATE IS THE DATE THE QUEUE ITSELF TOOK THE       *
005200*    CLAIM (REJECT DATE, HOLD DATE, OR THE FEED DATE WHEN THE    *
005300*    QUEUE CARRIES NONE).  WKI-LAST-ACTION-DATE MOVES ONLY WHEN  *
005400*    A PERSON DOES SOMETHING TO THE ITEM - IT IS WHAT TELLS AN   *
005500*    UNTOUCHED ITEM.  WKI-LAST-SEEN-DATE IS THE LAST NIGHT THE   *
005600*    ITEM'S QUEUE STILL LISTED THE CLAIM.                        *
005700******************************************************************
005800     05  WKI-OPENED-DATE            PIC 9(08).
005900     05  WKI-SOURCE-DATE            PIC 9(08).
006000     05  WKI-ASSIGNED-DATE          PIC 9(08).
006100     05  WKI-LAST-ACTION-DATE       PIC 9(08).
006200     05  WKI-LAST-SEEN-DATE         PIC 9(08).
006300     05  WKI-CLOSED-DATE            PIC 9(08).
006400     05  WKI-ASSIGN-COUNT           PIC 9(03).
006500     05  WKI-REOPEN-COUNT           PIC 9(03).
006600     05  WKI-ESCALATED-SWITCH       PIC X(01).
006700         88  WKI-ESCALATED                     VALUE 'Y'.
006800     05  FILLER                     PIC X(20).
