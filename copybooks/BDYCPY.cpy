000100******************************************************************
000200*    BDYCPY - BUSINESS-DAY ARITHMETIC LINKAGE                    *
000300*    Passed to ESCALBDY.  A business day is a Monday through     *
000400*    Friday not on the calendar master (CALFILE).                *
000500*      'A' - BDY-RESULT-DATE IS THE BDY-DAY-COUNT'TH BUSINESS    *
000600*            DAY AFTER BDY-FROM-DATE (A COUNT OF ZERO ROLLS      *
000700*            BDY-FROM-DATE THE WAY 'R' DOES).                    *
000800*      'B' - BDY-DAY-COUNT IS THE NUMBER OF BUSINESS DAYS AFTER  *
000900*            BDY-FROM-DATE UP TO AND INCLUDING BDY-TO-DATE       *
001000*            (ZERO WHEN BDY-TO-DATE IS NOT LATER).               *
001100*      'R' - BDY-RESULT-DATE IS BDY-FROM-DATE IF THAT IS A       *
001200*            BUSINESS DAY, ELSE THE NEXT BUSINESS DAY AFTER IT.  *
001300*    Every call also says whether BDY-FROM-DATE itself is a      *
001400*    business day.  A return code of 08 means an invalid date    *
001500*    or function; nothing else comes back.                       *
001600******************************************************************
001700 01  BUSINESS-DAY-REQUEST.
001800     05  BDY-FUNCTION               PIC X(01).
001900         88  BDY-ADD-BUSINESS-DAYS             VALUE 'A'.
002000         88  BDY-BUSINESS-DAYS-BETWEEN         VALUE 'B'.
002100         88  BDY-ROLL-TO-BUSINESS-DAY          VALUE 'R'.
002200     05  BDY-FROM-DATE              PIC 9(08).
002300     05  BDY-TO-DATE                PIC 9(08).
002400     05  BDY-DAY-COUNT              PIC 9(05).
002500     05  BDY-RESULT-DATE            PIC 9(08).
002600     05  BDY-FROM-BUSINESS-SWITCH   PIC X(01).
002700         88  BDY-FROM-IS-BUSINESS-DAY          VALUE 'Y'.
002800         88  BDY-FROM-NOT-BUSINESS-DAY         VALUE 'N'.
002900     05  BDY-RETURN-CODE            PIC 9(02).
003000         88  BDY-REQUEST-OK                    VALUE 00.
003100         88  BDY-REQUEST-INVALID               VALUE 08.
