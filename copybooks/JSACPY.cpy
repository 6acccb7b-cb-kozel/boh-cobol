000100******************************************************************
000200*    JSACPY - JOB-STREAM STEP AUTHORIZATION TRANSACTION          *
000300*    Keyed by operations, like the RUNAUTH restart               *
000400*    authorization, when a step must deliberately run against    *
000500*    the registry: 'R' lets a step that already completed for    *
000600*    the run date complete again; 'P' lets it start without its  *
000700*    predecessors.  The authorization names the run date and     *
000800*    step it covers, the authorizing operator, and why, and is   *
000900*    echoed to SYSOUT and kept on the registry record.           *
000910*    For one partition of a partitioned step the partition       *
000920*    number narrows it to that partition; blank or zero is the   *
000930*    step itself.                                                *
001000******************************************************************
001100 01  STEP-AUTH-RECORD.
001200     05  JSA-RUN-DATE               PIC 9(08).
001300     05  JSA-STEP-NAME              PIC X(08).
001400     05  JSA-OVERRIDE-TYPE          PIC X(01).
001500         88  JSA-RERUN-OVERRIDE                VALUE 'R'.
001600         88  JSA-PREDECESSOR-WAIVER            VALUE 'P'.
001700     05  JSA-OPERATOR-ID            PIC X(08).
001800     05  JSA-REASON-TEXT            PIC X(40).
001850     05  JSA-PARTITION-NUMBER       PIC X(02).
001900     05  FILLER                     PIC X(13).
