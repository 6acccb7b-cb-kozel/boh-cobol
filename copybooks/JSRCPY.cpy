000100******************************************************************
000200*    JSRCPY - NIGHTLY JOB-STREAM STEP REGISTRY RECORD            *
000300*    Keyed by run date and step name.  Every step in the nightly *
000400*    stream (JSDCPY) records itself here through ESCALJSR: the   *
000500*    start and end clock, the return code, and up to three key   *
000600*    output counts, so the morning status board (ESCALJSB) can   *
000700*    show how the night went and what is still outstanding.  The *
000800*    run date is the production run's date (RUNCTL), not the     *
000900*    clock date - a step that runs past midnight still belongs   *
001000*    to the night it serves.                                     *
001010*    A partitioned step (the pricing run split by provider       *
001020*    range) records each partition under its own partition       *
001030*    number; the step's own record, partition zero, is written   *
001040*    by the merge that stands in for it.                         *
001100******************************************************************
001200 01  STEP-REGISTRY-RECORD.
001300     05  JSR-RECORD-KEY.
001400         10  JSR-RUN-DATE           PIC 9(08).
001500         10  JSR-STEP-NAME          PIC X(08).
001550         10  JSR-PARTITION-NUMBER   PIC 9(02).
001600     05  JSR-STATUS                 PIC X(01).
001700         88  JSR-STEP-STARTED                  VALUE 'S'.
001800         88  JSR-STEP-COMPLETED                VALUE 'C'.
001900         88  JSR-STEP-ERROR-END                VALUE 'E'.
002000         88  JSR-STEP-REFUSED                  VALUE 'R'.
002100     05  JSR-START-DATE             PIC 9(08).
002200     05  JSR-START-TIME             PIC 9(08).
002300     05  JSR-END-DATE               PIC 9(08).
002400     05  JSR-END-TIME               PIC 9(08).
002500     05  JSR-RETURN-CODE            PIC 9(04).
002600     05  JSR-COMPLETED-COUNT        PIC 9(02).
002700     05  JSR-REFUSED-COUNT          PIC 9(02).
002800     05  JSR-OVERRIDE-OPERATOR      PIC X(08).
002900     05  JSR-COUNT-ENTRY  OCCURS 3 TIMES.
003000         10  JSR-COUNT-LABEL        PIC X(12).
003100         10  JSR-COUNT              PIC 9(09).
003200     05  JSR-REFUSAL-TEXT           PIC X(40).
003300     05  FILLER                     PIC X(10).
