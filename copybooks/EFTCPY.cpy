003400     05  EFT-ACCOUNT-NUMBER         PIC X(17).
003500     05  EFT-ACCOUNT-TYPE           PIC X(01).
003600     05  EFT-PAYMENT-AMT            PIC 9(09)V9(02).
003700     05  EFT-ENTRY-TYPE             PIC X(01).
003725         88  EFT-IS-PAYMENT                    VALUE 'C'.
003750         88  EFT-IS-PRENOTE                    VALUE 'P'.
003775     05  FILLER                     PIC X(06).
003800
003900 01  EFT-TRAILER-RECORD.
004000     05  EFT-TRL-RECORD-TYPE        PIC X(01).
