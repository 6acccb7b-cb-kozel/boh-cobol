001670******************************************************************
001680     05  BENE-DUAL-STATUS-CODE      PIC X(02).
001690     05  BENE-DUAL-STATE-CODE       PIC X(02).
001700******************************************************************
001710*    DATE OF DEATH AND WHERE IT CAME FROM, POSTED BY ESCALBMT    *
001720*    FROM A DEATH NOTICE ('E' = ENROLLMENT EXTRACT, 'Q' = EQRS / *
001730*    CMS-2746 DEATH NOTIFICATION).  ZERO MEANS NO DEATH ON FILE. *
001740*    A LINE-ITEM DATE OF SERVICE AFTER IT REJECTS RTC 90.        *
001750******************************************************************
001760     05  BENE-DEATH-DATE            PIC 9(08).
001770     05  BENE-DEATH-SOURCE          PIC X(01).
001780         88  BENE-DEATH-FROM-ENROLLMENT        VALUE 'E'.
001790         88  BENE-DEATH-FROM-EQRS              VALUE 'Q'.
001800     05  FILLER                     PIC X(07).
