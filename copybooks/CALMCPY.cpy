000100******************************************************************
000200*    CALMCPY - BUSINESS-DAY CALENDAR MASTER RECORD               *
000300*    Keyed by date.  One record per weekday that is NOT a        *
000400*    business day: a federal holiday (as observed) or a day the  *
000500*    banks do not settle.  Saturdays and Sundays are never       *
000600*    business days and are not carried.  Maintained by ESCALCAL  *
000700*    and read by the common business-day routine ESCALBDY, so    *
000800*    every step that counts business days - the payment floor,   *
000900*    the prompt-payment deadline, the EFT settlement date, the   *
001000*    prenote cooling days - counts them off the same calendar.   *
001100******************************************************************
001200 01  CALENDAR-MASTER-RECORD.
001300     05  CAL-DATE                   PIC 9(08).
001400     05  CAL-DAY-TYPE               PIC X(01).
001500         88  CAL-FEDERAL-HOLIDAY               VALUE 'H'.
001600         88  CAL-BANK-NON-SETTLEMENT           VALUE 'B'.
001700     05  CAL-DESCRIPTION            PIC X(30).
001800     05  CAL-LAST-UPDATE-DATE       PIC 9(08).
001900     05  CAL-OPERATOR-ID            PIC X(08).
002000     05  FILLER                     PIC X(25).
