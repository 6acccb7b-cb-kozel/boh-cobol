000100******************************************************************
000200*    DMDCCPY - DEMAND LETTER CYCLE CONTROL RECORD                *
000300*    The DMDCTL parameter-master row, read once by ESCALDMD and  *
000400*    by the monthly delinquent-debt report (ESCALDDB).  The      *
000500*    notice days count from the initial demand letter; interest  *
000600*    accrues from the day after DMDC-INTEREST-FREE-DAYS; a debt  *
000700*    still owed DMDC-DELINQUENT-DAYS after the initial demand is *
000800*    delinquent and is referred to the Treasury Offset Program   *
000900*    when it is at least DMDC-TOP-MINIMUM-AMT.  No row in force  *
001000*    or a zero field leaves the compiled default.                *
001100******************************************************************
001200 01  DEMAND-CONTROL-RECORD.
001300     05  DMDC-SECOND-NOTICE-DAYS    PIC 9(03).
001400     05  DMDC-THIRD-NOTICE-DAYS     PIC 9(03).
001500     05  DMDC-INTEREST-FREE-DAYS    PIC 9(03).
001600     05  DMDC-DELINQUENT-DAYS       PIC 9(03).
001700     05  DMDC-TOP-MINIMUM-AMT       PIC 9(07)V9(02).
001800     05  FILLER                     PIC X(59).
