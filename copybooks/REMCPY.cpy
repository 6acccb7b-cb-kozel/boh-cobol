002392*    LEDGER UNTIL ESCALWHR PAYS IT OUT.                         *
002393******************************************************************
002394     05  REM-WITHHOLD-AMT           PIC 9(07)V9(02).
002395******************************************************************
002400*    REM-SEQUESTRATION-AMT, REM-NETWORK-FEE-AMT - THE POST-      *
002405*    PRICING REDUCTIONS TAKEN OFF THIS DETAIL'S GROSS, AND       *
002410*    REM-INTEREST-AMT - THE PROMPT-PAY INTEREST ADDED TO IT.     *
002415*    THE NET FIELD ALREADY REFLECTS ALL THREE; THEY ARE CARRIED  *
002420*    SO THE PAPER REMITTANCE (ESCALSPR) CAN SHOW EACH ONE.  ZERO *
002425*    ON 'R' AND 'O' DETAILS.                                     *
002430******************************************************************
002435     05  REM-SEQUESTRATION-AMT      PIC 9(07)V9(02).
002440     05  REM-NETWORK-FEE-AMT        PIC 9(07)V9(02).
002445     05  REM-INTEREST-AMT           PIC 9(07)V9(02).
002450******************************************************************
002455*    REM-ESA-REDUCTION-AMT - WHAT THE ESA CLAIMS MONITORING      *
002460*    POLICY TOOK OFF THE CLAIM'S ESA DRUG AMOUNT.  LIKE THE      *
002465*    OTHER POST-PRICING REDUCTIONS IT IS ALREADY OUT OF THE NET; *
002470*    ZERO ON 'R' AND 'O' DETAILS.                                *
002475******************************************************************
002480     05  REM-ESA-REDUCTION-AMT      PIC 9(06)V9(02).
002485
002490 01  REMIT-TRAILER-RECORD.
002500     05  REM-TRL-RECORD-TYPE        PIC X(01).
002600         88  REM-IS-TRAILER                    VALUE 'T'.
002700     05  REM-TRL-DETAIL-COUNT       PIC 9(07).
003040*    TYPE 'O' DETAILS).  ZERO ON THE REMIT AS ESCALRUN CUTS IT.  *
003050******************************************************************
003060     05  REM-TRL-OFFSET-TOTAL       PIC 9(11)V9(02).
003100     05  FILLER                     PIC X(80).
