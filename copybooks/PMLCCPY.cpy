000100******************************************************************
000200*    PMLCCPY - RUN PARAMETER LISTING CONTROL RECORD              *
000300*    One card per ESCALPML run naming the run date to list the   *
000400*    parameters for (blank or zero lists today's) and, if only   *
000500*    one is wanted, the family (blank lists every family).       *
000600******************************************************************
000700 01  PARAMETER-LISTING-CONTROL-RECORD.
000800     05  PMLC-AS-OF-DATE            PIC 9(08).
000900     05  PMLC-FAMILY                PIC X(08).
001000     05  FILLER                     PIC X(14).
