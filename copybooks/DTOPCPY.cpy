000100******************************************************************
000200*    DTOPCPY - TREASURY OFFSET PROGRAM REFERRAL RECORD           *
000300*    One record per delinquent debt ESCALDMD refers, with the    *
000400*    debtor's TIN, name, and address off the provider tax        *
000500*    master and the principal and interest owed on the day of    *
000600*    referral.                                                   *
000700******************************************************************
000800 01  TOP-REFERRAL-RECORD.
000900     05  DTOP-REFERRAL-DATE         PIC 9(08).
001000     05  DTOP-TIN                   PIC 9(09).
001100     05  DTOP-LEGAL-NAME            PIC X(35).
001200     05  DTOP-ADDRESS               PIC X(35).
001300     05  DTOP-CITY                  PIC X(20).
001400     05  DTOP-STATE                 PIC X(02).
001500     05  DTOP-ZIP                   PIC X(09).
001600     05  DTOP-PROVIDER-NUMBER       PIC X(06).
001700     05  DTOP-CLAIM-NUMBER          PIC X(13).
001800     05  DTOP-SETUP-DATE            PIC 9(08).
001900     05  DTOP-DELINQUENT-DATE       PIC 9(08).
002000     05  DTOP-PRINCIPAL-AMT         PIC 9(07)V9(02).
002100     05  DTOP-INTEREST-AMT          PIC 9(07)V9(02).
002200     05  DTOP-TOTAL-DUE-AMT         PIC 9(08)V9(02).
002300     05  FILLER                     PIC X(19).
