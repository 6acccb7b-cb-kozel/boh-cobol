000100******************************************************************
000200*    DLTRCPY - DEMAND LETTER EXTRACT RECORD                      *
000300*    One record per letter ESCALDMD issues, for the letter print *
000400*    run - the initial demand, the 2ND notice, or the 3RD        *
000500*    notice (the notice of intent to refer to Treasury).  The    *
000600*    name and address come off the provider tax master.          *
000700******************************************************************
000800 01  DEMAND-LETTER-RECORD.
000900     05  DLTR-LETTER-TYPE           PIC X(01).
001000         88  DLTR-INITIAL-DEMAND               VALUE '1'.
001100         88  DLTR-SECOND-NOTICE                VALUE '2'.
001200         88  DLTR-THIRD-NOTICE                 VALUE '3'.
001300     05  DLTR-LETTER-DATE           PIC 9(08).
001400     05  DLTR-PROVIDER-NUMBER       PIC X(06).
001500     05  DLTR-LEGAL-NAME            PIC X(35).
001600     05  DLTR-ADDRESS               PIC X(35).
001700     05  DLTR-CITY                  PIC X(20).
001800     05  DLTR-STATE                 PIC X(02).
001900     05  DLTR-ZIP                   PIC X(09).
002000     05  DLTR-CLAIM-NUMBER          PIC X(13).
002100     05  DLTR-SETUP-DATE            PIC 9(08).
002200     05  DLTR-PRINCIPAL-AMT         PIC 9(07)V9(02).
002300     05  DLTR-INTEREST-AMT          PIC 9(07)V9(02).
002400     05  DLTR-TOTAL-DUE-AMT         PIC 9(08)V9(02).
002500     05  DLTR-INTEREST-RATE         PIC 9(02)V9(03).
002600     05  DLTR-INTEREST-START-DATE   PIC 9(08).
002700     05  DLTR-DELINQUENT-DATE       PIC 9(08).
002800     05  FILLER                     PIC X(14).
