001910* 09/01/2026 ESCALTDG - DECK RECORD RESIZED FOR THE HCPCS CODE
001920*           ADDED TO THE CLAIM EXTRACT LAYOUT (PASSES THROUGH
001930*           UNTOUCHED).
001947* 10/15/2026 ESCALTDG - RECORD RESIZED FOR THE ESA MONITORING
001964*           FIELDS (READINGS AND ESA DRUG LINE) ADDED TO THE
001981*           CLAIM EXTRACT LAYOUT.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
004000 FD  TEST-DECK-OUT
004100     LABEL RECORDS ARE STANDARD
004200     RECORDING MODE IS F.
004300 01  TDGOUT-RECORD                  PIC X(579).
004400/
004500 WORKING-STORAGE SECTION.
004600 01  W-STORAGE-REF                  PIC X(46) VALUE
