003690     05  MRQ-SEQUESTRATION-AMT      PIC 9(07)V9(02).
003691     05  MRQ-NETWORK-FEE-AMT        PIC 9(05)V9(02).
003692     05  MRQ-NETWORK-NUMBER         PIC 9(02).
003696     05  MRQ-ESA-REDUCTION-AMT      PIC 9(06)V9(02).
003700     05  FILLER                     PIC X(05).
