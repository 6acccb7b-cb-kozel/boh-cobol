002300     05  PRVT-ETC-MODEL-END-DATE    PIC 9(08).
002310     05  PRVT-STATUS-CODE           PIC X(01).
002320     05  PRVT-TERMINATION-DATE      PIC 9(08).
002360     05  PRVT-PAPER-REMIT-INDIC     PIC X(01).
002400     05  PRVT-OPERATOR-ID           PIC X(08).
