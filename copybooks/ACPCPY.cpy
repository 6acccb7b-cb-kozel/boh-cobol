000100******************************************************************
000200*    ACPCPY - PARTITION ACCUMULATOR POSTING RECORD               *
000300*    One record per post or backout a partition of a split       *
000400*    nightly run (ESCALRUN) sends to a beneficiary accumulator - *
000500*    the deductible (ESCALDED), training sessions (ESCALTRN) or  *
000600*    ESA readings (ESCALESA).  Each partition writes its own     *
000700*    file.  Partitions run side by side, so two of them posting  *
000800*    the same beneficiary can overlap their read-and-rewrite of  *
000900*    the accumulator record; the merge (ESCALPMG) reads every    *
001000*    partition's file and queues each posting for an MBI that    *
001100*    more than one partition posted.                             *
001200******************************************************************
001300 01  ACCUM-POSTING-RECORD.
001400     05  ACP-PARTITION-NUMBER       PIC 9(02).
001500     05  ACP-ACCUMULATOR            PIC X(03).
001600         88  ACP-DEDUCTIBLE                    VALUE 'DED'.
001700         88  ACP-TRAINING                      VALUE 'TRN'.
001800         88  ACP-ESA-READING                   VALUE 'ESA'.
001900     05  ACP-ACTION-CODE            PIC X(01).
002000         88  ACP-POST                          VALUE 'P'.
002100         88  ACP-BACKOUT                       VALUE 'B'.
002200     05  ACP-MBI                    PIC X(11).
002300     05  ACP-CLAIM-NUMBER           PIC X(13).
002400     05  ACP-PROVIDER-NUMBER        PIC X(06).
002500*    DEDUCTIBLE YEAR (CCYY), OR ESA READING MONTH (CCYYMM).
002600     05  ACP-PERIOD                 PIC 9(06).
002700     05  ACP-SESSION-TYPE           PIC X(01).
002800     05  ACP-DEDUCTIBLE-AMT         PIC 9(05)V9(02).
002900     05  ACP-SESSIONS               PIC 9(05).
003000     05  ACP-HEMOGLOBIN             PIC 9(02)V9(01).
003100     05  ACP-HEMATOCRIT             PIC 9(02)V9(01).
003200     05  ACP-RUN-DATE               PIC 9(08).
003300     05  FILLER                     PIC X(11).
