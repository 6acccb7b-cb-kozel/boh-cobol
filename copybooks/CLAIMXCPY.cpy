007900*    DIALYSIS REVENUE-CODE EDITS.                                *
008000******************************************************************
008100     05  CX-HCPCS-CODE              PIC X(05).
008110******************************************************************
008120*    CX-ESA-MONITORING-DATA - WHAT THE ESA CLAIMS MONITORING     *
008130*    POLICY NEEDS, CLAIM-LEVEL LIKE THE NDC AMOUNTS (IT RIDES    *
008140*    THE FIRST DIALYSIS LINE ONLY): THE MOST RECENT HEMOGLOBIN   *
008150*    (VALUE CODE 48) AND HEMATOCRIT (VALUE CODE 49) READINGS,    *
008160*    AND THE ERYTHROPOIESIS-STIMULATING AGENT BILLED WITH THEM - *
008170*    ITS HCPCS, NDC, UNITS, THE FIRST TWO LINE MODIFIERS (ED,    *
008180*    EE, ...) AND THE DRUG AMOUNT THE REDUCTION APPLIES TO.  AN  *
008190*    IMAGE WRITTEN BEFORE THESE FIELDS EXISTED CARRIES SPACES    *
008200*    HERE - TEST NUMERIC BEFORE USING A READING OR AN AMOUNT.    *
008210******************************************************************
008220     05  CX-ESA-MONITORING-DATA.
008230         10  CX-HEMOGLOBIN-READING  PIC 9(02)V9(01).
008240         10  CX-HEMATOCRIT-READING  PIC 9(02)V9(01).
008250         10  CX-ESA-HCPCS-CODE      PIC X(05).
008260         10  CX-ESA-NDC-CODE        PIC X(11).
008270         10  CX-ESA-UNITS           PIC 9(05).
008280         10  CX-ESA-MODIFIER  OCCURS 2 TIMES
008290                                    PIC X(02).
008300         10  CX-ESA-DRUG-AMT        PIC 9(07)V9(02).
