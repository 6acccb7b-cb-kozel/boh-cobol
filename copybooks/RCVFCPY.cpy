002000******************************************************************
002100*    RCV-SOURCE-CODE - WHAT RAISED THE RECEIVABLE: THE CLAIM     *
002200*    ACTION CODE OF THE TRANSACTION WHOSE NET WENT NEGATIVE      *
002300*    ('V' VOID, 'A' ADJUSTMENT), OR 'D' FOR A CLAIM PAID FOR    *
002312*    DATES OF SERVICE AFTER THE BENEFICIARY'S DATE OF DEATH,     *
002324*    OPENED BY THE ESCALDTH RECOVERY SWEEP, OR 'M' FOR A CLAIM   *
002336*    PAID AS PRIMARY INSIDE THE ESRD COORDINATION PERIOD OF A    *
002348*    GROUP HEALTH PLAN, OPENED BY THE ESCALMSP RECOVERY JOB, OR  *
002360*    'P' FOR A LINE PAID MORE THAN ONCE NET OF REVERSALS ACROSS  *
002372*    THE RELEASE PATHS, OPENED FOR THE EXCESS BY THE ESCALPPD    *
002384*    POST-PAYMENT DUPLICATE AUDIT.                               *
002400******************************************************************
002500     05  RCV-SOURCE-CODE            PIC X(01).
002600     05  RCV-ORIGINAL-AMT           PIC 9(07)V9(02).
002700     05  RCV-RECOVERED-AMT          PIC 9(07)V9(02).
002800     05  RCV-LAST-ACTIVITY-DATE     PIC 9(08).
002803******************************************************************
002806*    THE COLLECTION CYCLE, WORKED NIGHTLY BY ESCALDMD.  THE      *
002809*    INITIAL DEMAND LETTER GOES OUT THE FIRST NIGHT THE          *
002812*    RECEIVABLE IS SEEN; THE 2ND AND 3RD NOTICES FOLLOW ON THE   *
002815*    DMDCTL SCHEDULE, COUNTED FROM THE INITIAL DEMAND.  SIMPLE   *
002818*    INTEREST ACCRUES ON THE UNPAID PRINCIPAL AT THE RATE IN     *
002821*    EFFECT ON THE DATE OF THE INITIAL DEMAND, FROM THE 31ST DAY *
002824*    AFTER IT, AND IS ACCRUED THROUGH RCV-INTEREST-THRU-DATE.  A *
002827*    PAYMENT OR OFFSET SATISFIES THE INTEREST FIRST AND THE      *
002830*    PRINCIPAL (RCV-RECOVERED-AMT) AFTER; THE RECORD CLOSES WHEN *
002833*    BOTH ARE PAID.  A DEBT STILL OWED AT THE DELINQUENT DAY IS  *
002836*    REFERRED TO THE TREASURY OFFSET PROGRAM ONCE.               *
002839******************************************************************
002842     05  RCV-INTEREST-RATE          PIC 9(02)V9(03).
002845     05  RCV-INTEREST-ACCRUED-AMT   PIC 9(07)V9(02).
002848     05  RCV-INTEREST-PAID-AMT      PIC 9(07)V9(02).
002851     05  RCV-INTEREST-THRU-DATE     PIC 9(08).
002854     05  RCV-LETTER-LEVEL           PIC X(01).
002857         88  RCV-NO-LETTER-SENT                VALUE SPACE.
002860         88  RCV-INITIAL-DEMAND-SENT           VALUE '1'.
002863         88  RCV-SECOND-NOTICE-SENT            VALUE '2'.
002866         88  RCV-THIRD-NOTICE-SENT             VALUE '3'.
002869     05  RCV-INITIAL-DEMAND-DATE    PIC 9(08).
002872     05  RCV-SECOND-NOTICE-DATE     PIC 9(08).
002875     05  RCV-THIRD-NOTICE-DATE      PIC 9(08).
002878     05  RCV-TOP-STATUS             PIC X(01).
002881         88  RCV-NOT-REFERRED                  VALUE SPACE.
002884         88  RCV-REFERRED-TO-TOP               VALUE 'T'.
002887     05  RCV-TOP-REFERRAL-DATE      PIC 9(08).
002900     05  FILLER                     PIC X(10).
