000100******************************************************************
000200*    ESALCPY - ESA MONITORING LEDGER RECORD                      *
000300*    One record per claim the ESA claims monitoring policy       *
000400*    touched in a live nightly run (ESCALRUN, ESAMON DD, one     *
000500*    dataset per night): the readings, the months on end they    *
000600*    have stayed above the threshold, the ESA line, and what     *
000700*    the policy did with it.  ESCALESR reports the month's       *
000800*    affected claims by provider from the month's nights.        *
000900*      ESAL-BASIS  'H' - reduced: the reading history shows the  *
001000*                        threshold exceeded for the required     *
001100*                        consecutive months                      *
001200*                  'D' - reduced: the ESA line carries the ED    *
001300*                        modifier (the facility reports the      *
001400*                        consecutive months exceeded) though     *
001500*                        our history is not yet long enough to   *
001600*                        show it                                 *
001700*                  'E' - not reduced: the history shows it, but  *
001800*                        the line carries the EE modifier (the   *
001900*                        facility reports it was not) - listed   *
002000*                        for review                              *
002100*      ESAL-PAY-STATUS 'P' - the line paid tonight               *
002200*                      'R' - the line was held for medical       *
002300*                            review; the reduction rides the     *
002400*                            held net payment                    *
002500******************************************************************
002600 01  ESA-MONITORING-LEDGER-RECORD.
002700     05  ESAL-PROVIDER-NUMBER       PIC X(06).
002800     05  ESAL-CLAIM-NUMBER          PIC X(13).
002900     05  ESAL-MBI                   PIC X(11).
003000     05  ESAL-ACTION-CODE           PIC X(01).
003100     05  ESAL-READING-MONTH         PIC 9(06).
003200     05  ESAL-LINE-DATE-SERVICE     PIC 9(08).
003300     05  ESAL-HEMOGLOBIN            PIC 9(02)V9(01).
003400     05  ESAL-HEMATOCRIT            PIC 9(02)V9(01).
003500     05  ESAL-MONTHS-ABOVE          PIC 9(02).
003600     05  ESAL-ESA-HCPCS-CODE        PIC X(05).
003700     05  ESAL-ESA-NDC-CODE          PIC X(11).
003800     05  ESAL-ESA-UNITS             PIC 9(05).
003900     05  ESAL-ESA-MODIFIER  OCCURS 2 TIMES
004000                                    PIC X(02).
004100     05  ESAL-ESA-DRUG-AMT          PIC 9(07)V9(02).
004200     05  ESAL-REDUCTION-PCT         PIC 9(03).
004300     05  ESAL-REDUCTION-AMT         PIC 9(07)V9(02).
004400     05  ESAL-BASIS                 PIC X(01).
004500         88  ESAL-REDUCED-BY-HISTORY           VALUE 'H'.
004600         88  ESAL-REDUCED-BY-MODIFIER          VALUE 'D'.
004700         88  ESAL-EXEMPTED-BY-MODIFIER         VALUE 'E'.
004800     05  ESAL-PAY-STATUS            PIC X(01).
004900         88  ESAL-LINE-PAID                    VALUE 'P'.
005000         88  ESAL-LINE-HELD                    VALUE 'R'.
005100     05  ESAL-PRICED-DATE           PIC 9(08).
005200     05  FILLER                     PIC X(11).
