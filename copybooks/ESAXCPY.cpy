000100******************************************************************
000200*    ESAXCPY - ESA READING HISTORY REQUEST LINKAGE               *
000300*    Passed to ESCALESA.  An INQUIRE returns the beneficiary's   *
000400*    monthly reading history; a POST records the reading month's *
000500*    hemoglobin and hematocrit (replacing a month already on     *
000600*    file, creating the history record on first use).            *
000700*    A SHADOW request, sent once as the first call, makes every  *
000800*    later post of the run an in-memory one - the file is left   *
000900*    as it was.                                                  *
001000******************************************************************
001100 01  ESA-HISTORY-REQUEST.
001200     05  ESA-ACTION-CODE            PIC X(01).
001300         88  ESA-INQUIRE                        VALUE 'I'.
001400         88  ESA-POST                           VALUE 'P'.
001500         88  ESA-SHADOW-MODE                    VALUE 'S'.
001600     05  ESA-MBI                    PIC X(11).
001700     05  ESA-READING-MONTH          PIC 9(06).
001800     05  ESA-HEMOGLOBIN             PIC 9(02)V9(01).
001900     05  ESA-HEMATOCRIT             PIC 9(02)V9(01).
002000     05  ESA-CLAIM-NUMBER           PIC X(13).
002100     05  ESA-FOUND-SWITCH           PIC X(01).
002200         88  ESA-RECORD-FOUND                  VALUE 'Y'.
002300         88  ESA-RECORD-NOT-FOUND              VALUE 'N'.
