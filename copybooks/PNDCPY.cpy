002500*    TO THE TARGET PROGRAM ON APPROVAL.  SIZED PAST THE          *
002600*    LARGEST MAINTENANCE TRANSACTION LAYOUT.                     *
002700******************************************************************
002800     05  PND-TRANSACTION-IMAGE      PIC X(130).
002900     05  FILLER                     PIC X(10).
