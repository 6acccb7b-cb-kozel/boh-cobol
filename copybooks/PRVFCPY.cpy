002200         88  PRVF-STATUS-TERMINATED            VALUE 'T'.
002210         88  PRVF-STATUS-CHOW-PENDING          VALUE 'C'.
002220     05  PRVF-TERMINATION-DATE      PIC 9(08).
002230******************************************************************
002240*    PAPER REMITTANCE - 'Y' FOR A PROVIDER NOT SET UP TO TAKE   *
002250*    THE 835; ITS PAYMENTS GET A STANDARD PAPER REMITTANCE      *
002260*    (ESCALSPR) MAILED TO THE TAX-MASTER ADDRESS.               *
002270******************************************************************
002280     05  PRVF-PAPER-REMIT-INDIC     PIC X(01).
002290         88  PRVF-PAPER-REMIT                  VALUE 'Y'.
002300     05  FILLER                     PIC X(09).
