003200         88  ACK-LINE-ACCEPTED                 VALUE 'A'.
003300         88  ACK-LINE-REJECTED                 VALUE 'R'.
003400     05  ACK-RTC                    PIC 9(02).
003500******************************************************************
003516*    ACK-PROVIDER-NUMBER - THE CCN THE LINE WAS BILLED UNDER,    *
003532*    SO ESCALTPD CAN SEND EACH PROVIDER'S LINES TO ITS RECEIVER. *
003548******************************************************************
003564     05  ACK-PROVIDER-NUMBER        PIC X(06).
003580     05  FILLER                     PIC X(45).
003600
003700 01  ACK-TRAILER-RECORD.
003800     05  ACK-TRL-RECORD-TYPE        PIC X(01).
