002170******************************************************************
002180     05  PH-DEDUCTIBLE-AMT          PIC 9(05)V9(02).
002190     05  PH-COINSURANCE-AMT         PIC 9(07)V9(02).
002200******************************************************************
002210*    PH-RELEASE-PATH - WHICH JOB APPENDED THE RECORD AND SO      *
002220*    WHICH PATH RELEASED THE PAYMENT: 'N' THE NIGHTLY RUN        *
002230*    (ESCALRUN), 'M' A MEDICAL-REVIEW RELEASE (ESCALMRV), 'T'    *
002240*    AN INTERIM TRUE-UP SETTLEMENT (ESCALTRU).  HISTORY WRITTEN  *
002250*    BEFORE THE FIELD EXISTED CARRIES A SPACE, WHICH ONLY THE    *
002260*    NIGHTLY RUN EVER WROTE - READ IT AS 'N'.                    *
002270******************************************************************
002280     05  PH-RELEASE-PATH            PIC X(01).
002290         88  PH-PATH-NIGHTLY-RUN               VALUE 'N' ' '.
002300         88  PH-PATH-MEDICAL-REVIEW            VALUE 'M'.
002310         88  PH-PATH-INTERIM-TRUE-UP           VALUE 'T'.
002320     05  FILLER                     PIC X(03).
