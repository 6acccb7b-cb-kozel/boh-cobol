002200*    GATE MUST PROVE LIKE FOR LIKE.                              *
002210******************************************************************
002220     05  TOT-GL-POSTED-TOTAL        PIC 9(11)V9(02).
002230******************************************************************
002240*    A PARTITIONED NIGHT WRITES ONE RECORD PER PARTITION, EACH   *
002250*    NAMING ITS PARTITION NUMBER, THE COUNT, AND ITS PROVIDER    *
002260*    RANGE; THE MERGE (ESCALPMG) PROVES THEM AND WRITES THE ONE  *
002270*    RECORD THE GATE SEES, WITH PARTITION NUMBER ZERO.  CLAIMS   *
002280*    READ IS EVERY DETAIL LINE THE RUN READ, INSIDE ITS RANGE    *
002290*    OR NOT - THE MERGE'S PROOF THAT THE RANGES COVERED THE      *
002300*    FILE.  THE INTEGRITY SWITCH AND REASON CARRY WHAT THE       *
002310*    FINAL ACKNOWLEDGMENT TRAILER REPORTS.                       *
002320******************************************************************
002330     05  TOT-PARTITION-NUMBER       PIC 9(02).
002340     05  TOT-PARTITION-COUNT        PIC 9(02).
002350     05  TOT-LOW-PROVIDER           PIC X(06).
002360     05  TOT-HIGH-PROVIDER          PIC X(06).
002370     05  TOT-CLAIMS-READ            PIC 9(07).
002380     05  TOT-INTEGRITY-SWITCH       PIC X(01).
002390         88  TOT-INTEGRITY-ERROR               VALUE 'Y'.
002400     05  TOT-ACK-REASON-TEXT        PIC X(40).
002410     05  FILLER                     PIC X(01).
