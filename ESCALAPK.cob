001600*           UNDER A COVER PAGE, IN A REVIEWER-READABLE LAYOUT.
001700*           ONE RUN PER AUDIT REQUEST INSTEAD OF A WEEK OF
001800*           SCREEN SCRAPING AT ESCALAIQ.
001820* 10/15/2026 ESCALAPK - A REQUEST MAY NAME ITS PURPOSE: 'C' FOR A
001840*           CERT IMPROPER-PAYMENT REVIEW (WRITTEN BY ESCALCTS)
001860*           TITLES THE PACKAGE FOR THE REVIEW CONTRACTOR; A
001880*           BLANK PURPOSE STILL TITLES IT AN APPEAL PACKAGE.
001900******************************************************************
002000 DATE-COMPILED.
002100 ENVIRONMENT DIVISION.
004600     RECORDING MODE IS F.
004700 01  APKREQ-RECORD.
004800     05  APKR-CLAIM-NUMBER          PIC X(13).
004900     05  APKR-PACKAGE-PURPOSE       PIC X(01).
004933         88  APKR-CERT-REVIEW                  VALUE 'C'.
004966     05  FILLER                     PIC X(06).
005000/
005100 FD  PRICED-HISTORY-IN
005200     LABEL RECORDS ARE STANDARD
010200 01  WS-REQ-TABLE.
010300     05  WS-REQ-ENTRY  OCCURS 500 TIMES.
010400         10  WS-REQ-CLAIM           PIC X(13).
010433         10  WS-REQ-PURPOSE         PIC X(01).
010466             88  WS-REQ-CERT-REVIEW            VALUE 'C'.
010500         10  WS-REQ-HIST-COUNT      PIC 9(01).
010600         10  WS-REQ-HIST-IMAGE  OCCURS 3 TIMES
010700                                    PIC X(688).
011700
011800 01  PKG-COVER-LINE-2.
011900     05  FILLER                     PIC X(05) VALUE SPACES.
012000     05  PKG-COVER-TITLE            PIC X(34).
012200     05  PKG-CLAIM-NUMBER           PIC X(13).
012300     05  FILLER                     PIC X(12) VALUE
012400         '  PREPARED'.
017700              ADD 1                 TO WS-REQ-COUNT
017800              MOVE APKR-CLAIM-NUMBER TO
017900                 WS-REQ-CLAIM (WS-REQ-COUNT)
017933              MOVE APKR-PACKAGE-PURPOSE TO
017966                 WS-REQ-PURPOSE (WS-REQ-COUNT)
018000              MOVE ZERO             TO
018100                 WS-REQ-HIST-COUNT (WS-REQ-COUNT)
018200           ELSE
021600 3000-PRINT-PACKAGES.
021700     WRITE APKRPT-RECORD  FROM PKG-COVER-LINE-1.
021800     MOVE WS-REQ-CLAIM (WS-REQ-SUB) TO PKG-CLAIM-NUMBER.
021812     IF WS-REQ-CERT-REVIEW (WS-REQ-SUB)  THEN
021824        MOVE 'CERT REVIEW DOCUMENTATION - CLAIM'
021836                                    TO PKG-COVER-TITLE
021848     ELSE
021860        MOVE 'APPEAL DOCUMENTATION - CLAIM'
021872                                    TO PKG-COVER-TITLE
021884     END-IF.
021900     MOVE WS-TODAY                  TO PKG-PREPARED-DATE.
022000     WRITE APKRPT-RECORD  FROM PKG-COVER-LINE-2.
022100     WRITE APKRPT-RECORD  FROM PKG-COVER-LINE-1.
