000100******************************************************************
000200*    HSHXCPY - AUDIT STORE INTEGRITY CHAIN LINKAGE               *
000300*    Passed to ESCALHSH, with the audit store record             *
000400*    (AUDTCPY), by every program that writes the store.          *
000500*      'H' - HASH.  NUMBERS THE RECORD IN THE CALLER'S CHAIN     *
000600*            (STARTED ON THE FIRST CALL FROM THE PROGRAM ID,     *
000700*            PARTITION NUMBER AND THE CLOCK), CHAINS IT TO THE   *
000800*            PRIOR RECORD'S HASH AND STAMPS ITS OWN HASH.  CALL  *
000900*            JUST BEFORE THE WRITE.                              *
001000*      'S' - SUPERSEDED.  THE RECORD PASSED IS THE ONE A         *
001100*            SAME-DAY PRICING IS ABOUT TO REPLACE - ITS PLACE    *
001200*            IN ITS CHAIN GOES TO THE ANCHOR FILE.               *
001300*      'C' - CLOSE.  WRITES THE CHAIN'S ANCHOR (COUNT AND LAST   *
001400*            HASH) TO THE ANCHOR FILE.  NOTHING WHEN THE RUN     *
001500*            WROTE NO RECORDS.  THE COUNT COMES BACK.            *
001600*      'V' - VERIFY.  RECOMPUTES THE RECORD'S HASH FROM ITS      *
001700*            CONTENTS INTO HSHX-COMPUTED-HASH, CHANGING          *
001800*            NOTHING.                                            *
001900******************************************************************
002000 01  AUDIT-CHAIN-REQUEST.
002100     05  HSHX-FUNCTION              PIC X(01).
002200         88  HSHX-HASH-RECORD                  VALUE 'H'.
002300         88  HSHX-RECORD-SUPERSEDED            VALUE 'S'.
002400         88  HSHX-CLOSE-CHAIN                  VALUE 'C'.
002500         88  HSHX-VERIFY-RECORD                VALUE 'V'.
002600     05  HSHX-PROGRAM-ID            PIC X(08).
002700     05  HSHX-PARTITION-NUMBER      PIC 9(02).
002800     05  HSHX-COMPUTED-HASH         PIC X(18).
002900     05  HSHX-RECORD-COUNT          PIC 9(09).
003000     05  HSHX-RETURN-CODE           PIC 9(02).
003100         88  HSHX-REQUEST-DONE                 VALUE 00.
003200         88  HSHX-REQUEST-INVALID              VALUE 08.
