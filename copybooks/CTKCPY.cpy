000100******************************************************************
000200*    CTKCPY - CERT SAMPLE CONTROL RECORD                         *
000300*    One record naming the sample month (CCYYMM) and where the   *
000400*    sample comes from: 'C' - the CMS sample list; 'I' - an      *
000500*    internal stratified random draw from that month's priced-   *
000600*    claim history generation.  For a draw, claims are placed in *
000700*    the first stratum whose upper limit covers the claim's paid *
000800*    amount (the last limit should be all nines), each stratum   *
000900*    takes up to its sample size, and the seed makes the draw    *
001000*    reproducible.  The error-rate report reads the same record  *
001100*    for the month it projects.                                  *
001200******************************************************************
001300 01  CERT-SAMPLE-CONTROL-RECORD.
001400     05  CTK-SAMPLE-PERIOD          PIC 9(06).
001500     05  CTK-SAMPLE-MODE            PIC X(01).
001600         88  CTK-CMS-SAMPLE-LIST               VALUE 'C'.
001700         88  CTK-INTERNAL-DRAW                 VALUE 'I'.
001800     05  CTK-RANDOM-SEED            PIC 9(09).
001900     05  CTK-STRATUM  OCCURS 4 TIMES.
002000         10  CTK-STRATUM-UPPER-LIMIT
002100                                    PIC 9(07)V9(02).
002200         10  CTK-STRATUM-SAMPLE-SIZE
002300                                    PIC 9(03).
002400     05  FILLER                     PIC X(16).
