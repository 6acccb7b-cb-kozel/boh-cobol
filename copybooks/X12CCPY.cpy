000100******************************************************************
000200*    X12CCPY - X12 CONTROL NUMBER RECORD                         *
000300*    One record holding the next interchange (ISA13) and group   *
000400*    (GS06) control numbers to assign on outbound X12, and the   *
000500*    payer name and ID that outbound transactions carry as the   *
000600*    information source.  Every program that writes X12 takes    *
000700*    its numbers from it and rewrites it, the same way ESCALEFT  *
000800*    takes check numbers from CHKCTL, so no control number is    *
000900*    ever sent twice.  It also holds the claim number last given *
001000*    to a claim taken in off X12 - 'X', the Julian date, and a   *
001100*    sequence that starts over each day.                         *
001200******************************************************************
001300 01  X12-CONTROL-RECORD.
001400     05  X12C-NEXT-INTERCHANGE      PIC 9(09).
001500     05  X12C-NEXT-GROUP            PIC 9(09).
001600     05  X12C-PAYER-NAME            PIC X(35).
001700     05  X12C-PAYER-ID              PIC X(15).
001800     05  X12C-CLAIM-JULIAN-DATE     PIC 9(07).
001900     05  X12C-LAST-CLAIM-SEQUENCE   PIC 9(05).
002000     05  X12C-LAST-UPDATE-DATE      PIC 9(08).
002100     05  FILLER                     PIC X(12).
