000100******************************************************************
000200*    ESAHCPY - BENEFICIARY ESA MONTHLY READING HISTORY RECORD    *
000300*    Keyed by MBI.  Holds the hemoglobin (value code 48) and     *
000400*    hematocrit (value code 49) reading reported for each of the *
000500*    beneficiary's last twelve billing months, oldest first, so  *
000600*    the nightly run can tell when readings have stayed above    *
000700*    the ESA claims monitoring threshold for consecutive months  *
000800*    without anyone sampling claims by hand.  Kept by ESCALESA   *
000900*    the way ESCALTRN keeps the training-session history: a      *
001000*    month already on file is replaced by the newer report, a    *
001100*    new month past a full table pushes the oldest one off.      *
001200*    A zero reading means that reading was not reported.         *
001300******************************************************************
001400 01  ESA-READING-HISTORY-RECORD.
001500     05  ESAH-MBI                   PIC X(11).
001600     05  ESAH-MONTH-COUNT           PIC 9(02).
001700     05  ESAH-MONTH-ENTRY  OCCURS 12 TIMES.
001800         10  ESAH-READING-MONTH     PIC 9(06).
001900         10  ESAH-HEMOGLOBIN        PIC 9(02)V9(01).
002000         10  ESAH-HEMATOCRIT        PIC 9(02)V9(01).
002100         10  ESAH-CLAIM-NUMBER      PIC X(13).
002200     05  ESAH-LAST-UPDATE-DATE      PIC 9(08).
002300     05  FILLER                     PIC X(20).
