000100******************************************************************
000200*    XSPCPY - X12 SEGMENT HANDLING LINKAGE                       *
000300*    Passed to ESCALXSP by every program that reads or writes an *
000400*    X12 file.  The EDI gateway delivers and takes X12 one       *
000500*    segment to a record with the segment terminator removed,    *
000600*    so a segment here is the record image and nothing more.     *
000700*      'S' - SPLIT XSP-SEGMENT INTO XSP-SEGMENT-ID AND ITS       *
000800*            ELEMENTS ON XSP-ELEMENT-SEPARATOR.  XSP-ELEMENT-    *
000900*            LENGTH IS THE LENGTH AS RECEIVED, SO AN ELEMENT     *
001000*            LONGER THAN ITS 80-BYTE SLOT IS STILL SEEN.         *
001100*      'C' - SPLIT ELEMENT XSP-ELEMENT-NUMBER INTO ITS           *
001200*            COMPONENTS ON XSP-COMPONENT-SEPARATOR.              *
001300*      'A' - XSP-AMOUNT-TEXT (AN ELEMENT OR A COMPONENT) AS AN   *
001400*            X12 DECIMAL AMOUNT OR QUANTITY IN XSP-AMOUNT (NO    *
001500*            MORE THAN TWO DECIMAL PLACES).                      *
001600*      'B' - BUILD XSP-SEGMENT FROM XSP-SEGMENT-ID AND THE FIRST *
001700*            XSP-ELEMENT-COUNT ELEMENTS, TRAILING SPACES OFF     *
001800*            EACH ELEMENT AND TRAILING EMPTY ELEMENTS DROPPED.   *
001900*    XSP-RETURN-CODE 00 is good; 04 on 'S' is more than 30       *
002000*    elements or an overlong element; 08 is an empty segment, a  *
002100*    value that is not an amount, or an invalid function.        *
002200******************************************************************
002300 01  X12-SEGMENT-REQUEST.
002400     05  XSP-FUNCTION               PIC X(01).
002500         88  XSP-SPLIT-SEGMENT                 VALUE 'S'.
002600         88  XSP-SPLIT-COMPOSITE               VALUE 'C'.
002700         88  XSP-CONVERT-AMOUNT                VALUE 'A'.
002800         88  XSP-BUILD-SEGMENT                 VALUE 'B'.
002900     05  XSP-ELEMENT-SEPARATOR      PIC X(01).
003000     05  XSP-COMPONENT-SEPARATOR    PIC X(01).
003100     05  XSP-SEGMENT                PIC X(512).
003200     05  XSP-SEGMENT-ID             PIC X(03).
003300     05  XSP-ELEMENT-COUNT          PIC 9(02).
003400     05  XSP-ELEMENT-TABLE.
003500         10  XSP-ELEMENT  OCCURS 30 TIMES
003600                                    PIC X(80).
003700     05  XSP-ELEMENT-LENGTH-TABLE.
003800         10  XSP-ELEMENT-LENGTH  OCCURS 30 TIMES
003900                                    PIC 9(03).
004000     05  XSP-ELEMENT-NUMBER         PIC 9(02).
004100     05  XSP-COMPONENT-COUNT        PIC 9(02).
004200     05  XSP-COMPONENT-TABLE.
004300         10  XSP-COMPONENT  OCCURS 10 TIMES
004400                                    PIC X(40).
004500     05  XSP-AMOUNT-TEXT            PIC X(80).
004600     05  XSP-AMOUNT                 PIC S9(11)V9(02).
004700     05  XSP-RETURN-CODE            PIC 9(02).
004800         88  XSP-REQUEST-OK                    VALUE 00.
004900         88  XSP-SEGMENT-OVERFLOW              VALUE 04.
005000         88  XSP-REQUEST-INVALID               VALUE 08.
