002000     05  BHX-PAID-AMT               PIC 9(09)V9(02).
002100     05  BHX-DEDUCTIBLE-AMT         PIC 9(05)V9(02).
002200     05  BHX-COINSURANCE-AMT        PIC 9(07)V9(02).
002300******************************************************************
002310*    BHX-MSP-INDICATOR - THE CLAIM'S MSP INDICATOR AS PRICED.    *
002320*    'Y' MEANS MEDICARE ALREADY PAID AS SECONDARY; ANYTHING      *
002330*    ELSE (INCLUDING THE SPACE ON ENTRIES WRITTEN BEFORE THE     *
002340*    FIELD EXISTED) MEANS IT PAID AS PRIMARY.                    *
002350******************************************************************
002360     05  BHX-MSP-INDICATOR          PIC X(01).
002370         88  BHX-PAID-AS-SECONDARY             VALUE 'Y'.
002380     05  FILLER                     PIC X(09).
