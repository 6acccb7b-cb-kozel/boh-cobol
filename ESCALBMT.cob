002000*           THE CLAIM DATA WAS NEVER WRONG, OUR ENROLLMENT
002001*           PICTURE WAS, SO THE PROVIDER SHOULD NOT REBILL.
002002******************************************************************
002003* 10/15/2026 ESCALBMT - NEW DEATH-NOTICE TRANSACTION ('N') FROM
002004*           THE ENROLLMENT EXTRACT OR AN EQRS/CMS-2746 NOTICE
002005*           POSTS THE DATE OF DEATH AND ITS SOURCE TO THE
002006*           MASTER (A ZERO DATE RESCINDS AN ERRONEOUS REPORT).
002007*           EACH POSTED DEATH IS ALSO WRITTEN TO BMTDTH SO THE
002008*           ESCALDTH SWEEP CAN OPEN RECEIVABLES FOR ANY LINE
002009*           ALREADY PAID WITH A DATE OF SERVICE AFTER THE DEATH.
002010******************************************************************
002011* 10/15/2026 ESCALBMT - NEW MEDICARE ADVANTAGE PERIOD TRANSACTIONS
002012*           ('M' POST, 'R' REMOVE) MAINTAIN THE BENEFICIARY'S MA
002013*           ENROLLMENT PERIODS ON MAPFILE (MBI PLUS START DATE),
002014*           SEVERAL PER MBI, FOR THE NIGHTLY RUN'S RTC 87 EDIT.
002015*           A PERIOD MAY NOT OVERLAP ANOTHER OF THE SAME MBI.
002016*           EACH APPLIED POST OR REMOVE IS JOURNALED AND EMITS A
002017*           RECYCLE CANDIDATE, SO RTC 87 REJECTS A CORRECTED
002018*           PERIOD NO LONGER COVERS RELEASE FOR REPRICING; A
002019*           RESCINDED DEATH REPORT NOW EMITS ONE AS WELL.
002020******************************************************************
002021* 10/15/2026 ESCALBMT - NEW GROUP HEALTH PLAN COVERAGE
002022*           TRANSACTIONS ('G' POST, 'H' REMOVE) MAINTAIN THE
002023*           BENEFICIARY'S EMPLOYER GROUP COVERAGES ON GHPFILE (MBI
002024*           PLUS START DATE) FOR THE NIGHTLY RUN'S ESRD
002025*           COORDINATION PERIOD EDIT (RTC 86).  EVERY APPLIED POST
002026*           IS ALSO WRITTEN TO BMTMSP SO THE ESCALMSP JOB CAN
002027*           RECOVER LINES ALREADY PAID AS PRIMARY; POSTS AND
002028*           REMOVES ARE JOURNALED AND EMIT A RECYCLE CANDIDATE.
002029******************************************************************
002030* 10/15/2026 ESCALBMT - NEW MBI REISSUE TRANSACTION ('X') FROM THE
002031*           ENROLLMENT FEED CROSSWALKS A RETIRED MBI TO THE NEW
002032*           ONE ON MBIXWLK (KEYED BY THE OLD MBI), FOR ESCALMXL
002033*           AND THE ESCALMBM MERGE UTILITY.  A ROW THAT WOULD
002034*           CLOSE A LOOP IN THE CHAIN IS REJECTED.  EACH APPLIED
002035*           REISSUE IS JOURNALED AND EMITS RECYCLE CANDIDATES FOR
002036*           BOTH NUMBERS.
002037******************************************************************
001400 DATE-COMPILED.
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
002820         ORGANIZATION IS SEQUENTIAL.
002830     SELECT RECYCLE-CANDIDATES  ASSIGN TO BMTRCYC
002840         ORGANIZATION IS SEQUENTIAL.
002843     SELECT DEATH-POSTINGS      ASSIGN TO BMTDTH
002846         ORGANIZATION IS SEQUENTIAL.
002849     SELECT MA-PERIOD-FILE      ASSIGN TO MAPFILE
002852         ORGANIZATION IS INDEXED
002855         ACCESS MODE IS DYNAMIC
002858         RECORD KEY IS MAP-RECORD-KEY.
002861     SELECT GHP-COVERAGE-FILE   ASSIGN TO GHPFILE
002864         ORGANIZATION IS INDEXED
002867         ACCESS MODE IS DYNAMIC
002870         RECORD KEY IS GHP-RECORD-KEY.
002873     SELECT MSP-POSTINGS        ASSIGN TO BMTMSP
002876         ORGANIZATION IS SEQUENTIAL.
002879     SELECT MBI-XWALK-FILE      ASSIGN TO MBIXWLK
002882         ORGANIZATION IS INDEXED
002885         ACCESS MODE IS DYNAMIC
002888         RECORD KEY IS MBX-OLD-MBI.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
004480     RECORDING MODE IS F.
004490 COPY RCYCPY.
004495/
004499 FD  DEATH-POSTINGS
004503     LABEL RECORDS ARE STANDARD
004507     RECORDING MODE IS F.
004511 COPY DTHCPY.
004515/
004519 FD  MA-PERIOD-FILE
004523     LABEL RECORDS ARE STANDARD.
004527 COPY MAPCPY.
004531/
004535 FD  GHP-COVERAGE-FILE
004539     LABEL RECORDS ARE STANDARD.
004543 COPY GHPCPY.
004547/
004551 FD  MSP-POSTINGS
004555     LABEL RECORDS ARE STANDARD
004559     RECORDING MODE IS F.
004563 COPY MSPCPY.
004567/
004571 FD  MBI-XWALK-FILE
004575     LABEL RECORDS ARE STANDARD.
004579 COPY MBXCPY.
004583/
004600 WORKING-STORAGE SECTION.
004700 01  W-STORAGE-REF                  PIC X(46) VALUE
004800     'ESCALBMT      - W O R K I N G   S T O R A G E'.
005800 01  WS-TODAY                       PIC 9(08).
005810 01  WS-TIME-NOW                    PIC 9(08).
005820 01  WS-BEFORE-IMAGE                PIC X(80).
005823 01  WS-DEATH-DATE-SWITCH           PIC X(01).
005826     88  DEATH-DATE-VALID                      VALUE 'Y'.
005829     88  DEATH-DATE-INVALID                    VALUE 'N'.
005832 01  WS-MA-PERIOD-SWITCH            PIC X(01).
005835     88  MA-PERIOD-VALID                       VALUE 'Y'.
005838     88  MA-PERIOD-INVALID                     VALUE 'N'.
005841 01  WS-MA-SCAN-EOF-SWITCH          PIC X(01).
005844     88  MA-SCAN-END-OF-FILE                   VALUE 'Y'.
005847     88  MA-SCAN-NOT-END-OF-FILE               VALUE 'N'.
005850 01  WS-MA-NEW-END-LIMIT            PIC 9(08).
005853 01  WS-MA-OLD-END-LIMIT            PIC 9(08).
005856 01  WS-GHP-COVERAGE-SWITCH         PIC X(01).
005859     88  GHP-COVERAGE-VALID                    VALUE 'Y'.
005862     88  GHP-COVERAGE-INVALID                  VALUE 'N'.
005865 01  WS-XWALK-SWITCH                PIC X(01).
005868     88  XWALK-VALID                           VALUE 'Y'.
005871     88  XWALK-INVALID                         VALUE 'N'.
005874 01  WS-XWALK-CHAIN-SWITCH          PIC X(01).
005877     88  XWALK-CHAIN-ENDED                     VALUE 'Y'.
005880     88  XWALK-CHAIN-NOT-ENDED                 VALUE 'N'.
005883 01  WS-XWALK-CHAIN-MBI             PIC X(11).
005886 01  WS-XWALK-HOP-COUNT             PIC 9(02).
005900
006000 01  RPT-HEADING-1.
006100     05  FILLER                     PIC X(05) VALUE SPACES.
009300     OPEN OUTPUT MAINT-REPORT.
009310     OPEN EXTEND MAINT-JOURNAL.
009320     OPEN OUTPUT RECYCLE-CANDIDATES.
009333     OPEN OUTPUT DEATH-POSTINGS.
009346     OPEN I-O    MA-PERIOD-FILE.
009359     OPEN I-O    GHP-COVERAGE-FILE.
009372     OPEN OUTPUT MSP-POSTINGS.
009385     OPEN I-O    MBI-XWALK-FILE.
009400
009500     WRITE BNERPT-RECORD         FROM RPT-HEADING-1.
009600     WRITE BNERPT-RECORD         FROM RPT-HEADING-2.
010900           PERFORM 2300-DELETE-BENEFICIARY
011000        WHEN BNET-INQUIRY
011100           PERFORM 2400-INQUIRE-BENEFICIARY
011107        WHEN BNET-DEATH-NOTICE
011114           PERFORM 2700-POST-DEATH-NOTICE
011121        WHEN BNET-MA-PERIOD-POST
011128           PERFORM 2800-POST-MA-PERIOD
011135        WHEN BNET-MA-PERIOD-REMOVE
011142           PERFORM 2850-REMOVE-MA-PERIOD
011149        WHEN BNET-GHP-COVERAGE-POST
011156           PERFORM 2880-POST-GHP-COVERAGE
011163        WHEN BNET-GHP-COVERAGE-REMOVE
011170           PERFORM 2885-REMOVE-GHP-COVERAGE
011177        WHEN BNET-MBI-REISSUE
011184           PERFORM 2890-POST-MBI-REISSUE
011200        WHEN OTHER
011300           MOVE 'INVALID ACTION CODE'    TO RPT-RESULT-TEXT
011400     END-EVALUATE.
020000        STRING 'START='     BENE-ENTITLEMENT-START-DATE
020100               ' END='      BENE-ENTITLEMENT-END-DATE
020200            DELIMITED BY SIZE  INTO RPT-RESULT-TEXT
020220        IF BENE-DEATH-DATE > ZERO  THEN
020240           MOVE ' DOD='             TO RPT-RESULT-TEXT (28:5)
020260           MOVE BENE-DEATH-DATE     TO RPT-RESULT-TEXT (33:8)
020280        END-IF
020300     END-IF.
020400/
020210******************************************************************
020350     MOVE WS-TODAY                  TO RCY-APPLIED-DATE.
020360     WRITE RECYCLE-CANDIDATE-RECORD.
020370/
020371******************************************************************
020372***  A death notice posts the date of death and its source to   ***
020373***  the master.  The date may not precede the date of birth or ***
020374***  lie in the future.  Every posting (or rescission) goes to  ***
020375***  BMTDTH for the ESCALDTH recovery sweep; a rescission finds ***
020376***  nothing to recover there and is simply reported.           ***
020377******************************************************************
020378 2700-POST-DEATH-NOTICE.
020379     MOVE BNET-MBI                  TO BENE-MBI.
020380
020381     READ BENEFICIARY-FILE
020382         INVALID KEY
020383            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
020384         NOT INVALID KEY
020385            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
020386     END-READ.
020387
020388     IF RECORD-NOT-FOUND  THEN
020389        MOVE 'REJECTED - MBI NOT ON FILE' TO RPT-RESULT-TEXT
020390     ELSE
020391        PERFORM 2710-EDIT-DEATH-DATE
020392        IF DEATH-DATE-INVALID  THEN
020393           CONTINUE
020394        ELSE
020395        IF BNET-DEATH-DATE = BENE-DEATH-DATE  AND
020396           BNET-DEATH-SOURCE = BENE-DEATH-SOURCE  THEN
020397           MOVE 'DATE OF DEATH ALREADY ON FILE' TO
020398                                    RPT-RESULT-TEXT
020399        ELSE
020400           MOVE SPACES              TO WS-BEFORE-IMAGE
020401           MOVE BENEFICIARY-MASTER-RECORD TO WS-BEFORE-IMAGE
020402           IF BNET-DEATH-DATE = ZERO  THEN
020403              MOVE ZERO             TO BENE-DEATH-DATE
020404              MOVE SPACE            TO BENE-DEATH-SOURCE
020405              MOVE 'DATE OF DEATH RESCINDED' TO RPT-RESULT-TEXT
020406*             THE RTC 90 REJECTS THE REPORT CAUSED CAN NOW PRICE.
020407              PERFORM 2600-WRITE-RECYCLE-CANDIDATE
020408           ELSE
020409              MOVE BNET-DEATH-DATE  TO BENE-DEATH-DATE
020410              MOVE BNET-DEATH-SOURCE TO BENE-DEATH-SOURCE
020411              MOVE 'DATE OF DEATH POSTED' TO RPT-RESULT-TEXT
020412           END-IF
020413           MOVE WS-TODAY            TO BENE-LAST-UPDATE-DATE
020414           REWRITE BENEFICIARY-MASTER-RECORD
020415           PERFORM 2500-WRITE-JOURNAL-RECORD
020416           PERFORM 2750-WRITE-DEATH-POSTING
020417        END-IF
020418        END-IF
020419     END-IF.
020420/
020421 2710-EDIT-DEATH-DATE.
020422     MOVE 'Y'                       TO WS-DEATH-DATE-SWITCH.
020423
020424     IF BNET-DEATH-DATE NOT NUMERIC  THEN
020425        MOVE 'N'                    TO WS-DEATH-DATE-SWITCH
020426        MOVE 'REJECTED - DATE OF DEATH NOT NUMERIC' TO
020427                                    RPT-RESULT-TEXT
020428     ELSE
020429     IF BNET-DEATH-DATE > ZERO  THEN
020430        IF NOT BNET-DEATH-SOURCE-VALID  THEN
020431           MOVE 'N'                 TO WS-DEATH-DATE-SWITCH
020432           MOVE 'REJECTED - DEATH SOURCE NOT E OR Q' TO
020433                                    RPT-RESULT-TEXT
020434        END-IF
020435        IF BNET-DEATH-DATE > WS-TODAY  OR
020436           BNET-DEATH-DATE < BENE-DOB-DATE  THEN
020437           MOVE 'N'                 TO WS-DEATH-DATE-SWITCH
020438           MOVE 'REJECTED - DATE OF DEATH OUT OF RANGE' TO
020439                                    RPT-RESULT-TEXT
020440        END-IF
020441     END-IF
020442     END-IF.
020443/
020444******************************************************************
020445***  Hand the posted death to the ESCALDTH recovery sweep.      ***
020446******************************************************************
020447 2750-WRITE-DEATH-POSTING.
020448     MOVE SPACES                    TO DEATH-POSTING-RECORD.
020449     MOVE BNET-MBI                  TO DTH-MBI.
020450     MOVE BENE-DEATH-DATE           TO DTH-DEATH-DATE.
020451     MOVE BENE-DEATH-SOURCE         TO DTH-DEATH-SOURCE.
020452     MOVE WS-TODAY                  TO DTH-APPLIED-DATE.
020453     MOVE BNET-OPERATOR-ID          TO DTH-OPERATOR-ID.
020454     WRITE DEATH-POSTING-RECORD.
020455/
020456******************************************************************
020457***  A Medicare Advantage period post adds the period starting  ***
020458***  on the transaction's start date, or replaces the end date  ***
020459***  and contract of the one already there.  The MBI must be on ***
020460***  the master and the period may not overlap another of its   ***
020461***  periods - the nightly run must find exactly one plan.      ***
020462******************************************************************
020463 2800-POST-MA-PERIOD.
020464     MOVE BNET-MBI                  TO BENE-MBI.
020465
020466     READ BENEFICIARY-FILE
020467         INVALID KEY
020468            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
020469         NOT INVALID KEY
020470            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
020471     END-READ.
020472
020473     IF RECORD-NOT-FOUND  THEN
020474        MOVE 'REJECTED - MBI NOT ON FILE' TO RPT-RESULT-TEXT
020475     ELSE
020476        PERFORM 2810-EDIT-MA-PERIOD
020477        IF MA-PERIOD-VALID  THEN
020478           PERFORM 2820-CHECK-MA-OVERLAP
020479        END-IF
020480        IF MA-PERIOD-VALID  THEN
020481           MOVE BNET-MBI            TO MAP-MBI
020482           MOVE BNET-MA-START-DATE  TO MAP-ENROLL-START-DATE
020483           READ MA-PERIOD-FILE
020484               INVALID KEY
020485                  MOVE 'Y'          TO WS-NOT-FOUND-SWITCH
020486               NOT INVALID KEY
020487                  MOVE 'N'          TO WS-NOT-FOUND-SWITCH
020488           END-READ
020489           MOVE SPACES              TO WS-BEFORE-IMAGE
020490           IF RECORD-NOT-FOUND  THEN
020491              INITIALIZE MA-PERIOD-RECORD
020492              MOVE BNET-MBI         TO MAP-MBI
020493              MOVE BNET-MA-START-DATE TO MAP-ENROLL-START-DATE
020494              MOVE BNET-MA-END-DATE TO MAP-ENROLL-END-DATE
020495              MOVE BNET-MA-CONTRACT-NUMBER TO
020496                                    MAP-CONTRACT-NUMBER
020497              MOVE WS-TODAY         TO MAP-LAST-UPDATE-DATE
020498              WRITE MA-PERIOD-RECORD
020499              MOVE 'MA PERIOD ADDED' TO RPT-RESULT-TEXT
020500           ELSE
020501              MOVE MA-PERIOD-RECORD TO WS-BEFORE-IMAGE
020502              MOVE BNET-MA-END-DATE TO MAP-ENROLL-END-DATE
020503              MOVE BNET-MA-CONTRACT-NUMBER TO
020504                                    MAP-CONTRACT-NUMBER
020505              MOVE WS-TODAY         TO MAP-LAST-UPDATE-DATE
020506              REWRITE MA-PERIOD-RECORD
020507              MOVE 'MA PERIOD CHANGED' TO RPT-RESULT-TEXT
020508           END-IF
020509           PERFORM 2870-WRITE-MA-JOURNAL-RECORD
020510           PERFORM 2600-WRITE-RECYCLE-CANDIDATE
020511        END-IF
020512     END-IF.
020513/
020514 2810-EDIT-MA-PERIOD.
020515     MOVE 'Y'                       TO WS-MA-PERIOD-SWITCH.
020516
020517     IF BNET-MA-CONTRACT-NUMBER = SPACES  THEN
020518        MOVE 'N'                    TO WS-MA-PERIOD-SWITCH
020519        MOVE 'REJECTED - MA CONTRACT NUMBER MISSING' TO
020520                                    RPT-RESULT-TEXT
020521     END-IF.
020522
020523     IF BNET-MA-START-DATE NOT NUMERIC  OR
020524        BNET-MA-END-DATE NOT NUMERIC  OR
020525        BNET-MA-START-DATE = ZERO  THEN
020526        MOVE 'N'                    TO WS-MA-PERIOD-SWITCH
020527        MOVE 'REJECTED - MA PERIOD DATES INVALID' TO
020528                                    RPT-RESULT-TEXT
020529     ELSE
020530        IF BNET-MA-END-DATE NOT = ZERO  AND
020531           BNET-MA-END-DATE < BNET-MA-START-DATE  THEN
020532           MOVE 'N'                 TO WS-MA-PERIOD-SWITCH
020533           MOVE 'REJECTED - MA END DATE BEFORE START' TO
020534                                    RPT-RESULT-TEXT
020535        END-IF
020536     END-IF.
020537/
020538******************************************************************
020539***  Walk the MBI's other periods.  Two periods overlap when    ***
020540***  each starts on or before the other ends (an open end runs  ***
020541***  forever).  The period being replaced is not compared with  ***
020542***  itself.                                                    ***
020543******************************************************************
020544 2820-CHECK-MA-OVERLAP.
020545     IF BNET-MA-END-DATE = ZERO  THEN
020546        MOVE 99999999               TO WS-MA-NEW-END-LIMIT
020547     ELSE
020548        MOVE BNET-MA-END-DATE       TO WS-MA-NEW-END-LIMIT
020549     END-IF.
020550
020551     MOVE 'N'                       TO WS-MA-SCAN-EOF-SWITCH.
020552     MOVE BNET-MBI                  TO MAP-MBI.
020553     MOVE ZERO                      TO MAP-ENROLL-START-DATE.
020554
020555     START MA-PERIOD-FILE KEY IS >= MAP-RECORD-KEY
020556         INVALID KEY MOVE 'Y'       TO WS-MA-SCAN-EOF-SWITCH
020557     END-START.
020558
020559     PERFORM 2830-CHECK-ONE-MA-PERIOD
020560        UNTIL MA-SCAN-END-OF-FILE  OR  MA-PERIOD-INVALID.
020561/
020562 2830-CHECK-ONE-MA-PERIOD.
020563     READ MA-PERIOD-FILE NEXT RECORD
020564         AT END MOVE 'Y'            TO WS-MA-SCAN-EOF-SWITCH
020565         NOT AT END
020566           IF MAP-MBI NOT = BNET-MBI  THEN
020567              MOVE 'Y'              TO WS-MA-SCAN-EOF-SWITCH
020568           ELSE
020569              IF MAP-ENROLL-START-DATE NOT = BNET-MA-START-DATE
020570                 THEN
020571                 IF MAP-ENROLL-END-DATE = ZERO  THEN
020572                    MOVE 99999999   TO WS-MA-OLD-END-LIMIT
020573                 ELSE
020574                    MOVE MAP-ENROLL-END-DATE TO
020575                                    WS-MA-OLD-END-LIMIT
020576                 END-IF
020577                 IF MAP-ENROLL-START-DATE <= WS-MA-NEW-END-LIMIT
020578                    AND  BNET-MA-START-DATE <= WS-MA-OLD-END-LIMIT
020579                    THEN
020580                    MOVE 'N'        TO WS-MA-PERIOD-SWITCH
020581                    MOVE SPACES     TO RPT-RESULT-TEXT
020582                    STRING 'REJECTED - OVERLAPS MA PERIOD '
020583                       MAP-ENROLL-START-DATE
020584                       DELIMITED BY SIZE INTO RPT-RESULT-TEXT
020585                 END-IF
020586              END-IF
020587           END-IF
020588     END-READ.
020589/
020590 2850-REMOVE-MA-PERIOD.
020591     MOVE BNET-MBI                  TO MAP-MBI.
020592     MOVE BNET-MA-START-DATE        TO MAP-ENROLL-START-DATE.
020593
020594     READ MA-PERIOD-FILE
020595         INVALID KEY
020596            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
020597         NOT INVALID KEY
020598            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
020599     END-READ.
020600
020601     IF RECORD-NOT-FOUND  THEN
020602        MOVE 'REJECTED - MA PERIOD NOT ON FILE' TO RPT-RESULT-TEXT
020603     ELSE
020604        MOVE SPACES                 TO WS-BEFORE-IMAGE
020605        MOVE MA-PERIOD-RECORD       TO WS-BEFORE-IMAGE
020606        DELETE MA-PERIOD-FILE RECORD
020607        MOVE SPACES                 TO MA-PERIOD-RECORD
020608        PERFORM 2870-WRITE-MA-JOURNAL-RECORD
020609        PERFORM 2600-WRITE-RECYCLE-CANDIDATE
020610        MOVE 'MA PERIOD REMOVED'    TO RPT-RESULT-TEXT
020611     END-IF.
020612/
020613******************************************************************
020614***  Journal an MA period change the same way as a master      ***
020615***  change, keyed MBI plus enrollment start date.              ***
020616******************************************************************
020617 2870-WRITE-MA-JOURNAL-RECORD.
020618     ACCEPT WS-TIME-NOW          FROM TIME.
020619     MOVE 'ESCALBMT'                TO MJRN-PROGRAM-ID.
020620     MOVE BNET-OPERATOR-ID          TO MJRN-OPERATOR-ID.
020621     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
020622     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
020623     MOVE BNET-ACTION-CODE          TO MJRN-ACTION-CODE.
020624     MOVE SPACES                    TO MJRN-RECORD-KEY.
020625     STRING BNET-MBI BNET-MA-START-DATE
020626        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
020627     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
020628     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
020629     MOVE MA-PERIOD-RECORD          TO MJRN-AFTER-IMAGE.
020630     WRITE MAINT-JOURNAL-RECORD.
020631/
020632******************************************************************
020633***  A group health plan coverage post adds the coverage        ***
020634***  starting on the transaction's start date, or replaces the  ***
020635***  end date, insurer, and type of the one already there.      ***
020636***  Coverages may overlap - a patient can hold their own and a ***
020637***  spouse's plan at once.  Every applied post goes to BMTMSP  ***
020638***  for the ESCALMSP recovery job.                             ***
020639******************************************************************
020640 2880-POST-GHP-COVERAGE.
020641     MOVE BNET-MBI                  TO BENE-MBI.
020642
020643     READ BENEFICIARY-FILE
020644         INVALID KEY
020645            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
020646         NOT INVALID KEY
020647            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
020648     END-READ.
020649
020650     IF RECORD-NOT-FOUND  THEN
020651        MOVE 'REJECTED - MBI NOT ON FILE' TO RPT-RESULT-TEXT
020652     ELSE
020653        PERFORM 2882-EDIT-GHP-COVERAGE
020654        IF GHP-COVERAGE-VALID  THEN
020655           MOVE BNET-MBI            TO GHP-MBI
020656           MOVE BNET-GHP-START-DATE TO GHP-COVERAGE-START-DATE
020657           READ GHP-COVERAGE-FILE
020658               INVALID KEY
020659                  MOVE 'Y'          TO WS-NOT-FOUND-SWITCH
020660               NOT INVALID KEY
020661                  MOVE 'N'          TO WS-NOT-FOUND-SWITCH
020662           END-READ
020663           MOVE SPACES              TO WS-BEFORE-IMAGE
020664           IF RECORD-NOT-FOUND  THEN
020665              INITIALIZE GHP-COVERAGE-RECORD
020666              MOVE BNET-MBI         TO GHP-MBI
020667              MOVE BNET-GHP-START-DATE TO GHP-COVERAGE-START-DATE
020668              MOVE 'GHP COVERAGE ADDED' TO RPT-RESULT-TEXT
020669           ELSE
020670              MOVE GHP-COVERAGE-RECORD TO WS-BEFORE-IMAGE
020671              MOVE 'GHP COVERAGE CHANGED' TO RPT-RESULT-TEXT
020672           END-IF
020673           MOVE BNET-GHP-END-DATE   TO GHP-COVERAGE-END-DATE
020674           MOVE BNET-GHP-INSURER-CODE TO GHP-INSURER-CODE
020675           MOVE BNET-GHP-COVERAGE-TYPE TO GHP-COVERAGE-TYPE
020676           MOVE WS-TODAY            TO GHP-LAST-UPDATE-DATE
020677           IF RECORD-NOT-FOUND  THEN
020678              WRITE GHP-COVERAGE-RECORD
020679           ELSE
020680              REWRITE GHP-COVERAGE-RECORD
020681           END-IF
020682           PERFORM 2887-WRITE-GHP-JOURNAL-RECORD
020683           PERFORM 2600-WRITE-RECYCLE-CANDIDATE
020684           PERFORM 2889-WRITE-MSP-POSTING
020685        END-IF
020686     END-IF.
020687/
020688 2882-EDIT-GHP-COVERAGE.
020689     MOVE 'Y'                       TO WS-GHP-COVERAGE-SWITCH.
020690
020691     IF BNET-GHP-INSURER-CODE = SPACES  THEN
020692        MOVE 'N'                    TO WS-GHP-COVERAGE-SWITCH
020693        MOVE 'REJECTED - GHP INSURER CODE MISSING' TO
020694                                    RPT-RESULT-TEXT
020695     END-IF.
020696
020697     IF NOT BNET-GHP-TYPE-VALID  THEN
020698        MOVE 'N'                    TO WS-GHP-COVERAGE-SWITCH
020699        MOVE 'REJECTED - GHP COVERAGE TYPE NOT E OR S' TO
020700                                    RPT-RESULT-TEXT
020701     END-IF.
020702
020703     IF BNET-GHP-START-DATE NOT NUMERIC  OR
020704        BNET-GHP-END-DATE NOT NUMERIC  OR
020705        BNET-GHP-START-DATE = ZERO  THEN
020706        MOVE 'N'                    TO WS-GHP-COVERAGE-SWITCH
020707        MOVE 'REJECTED - GHP COVERAGE DATES INVALID' TO
020708                                    RPT-RESULT-TEXT
020709     ELSE
020710        IF BNET-GHP-END-DATE NOT = ZERO  AND
020711           BNET-GHP-END-DATE < BNET-GHP-START-DATE  THEN
020712           MOVE 'N'                 TO WS-GHP-COVERAGE-SWITCH
020713           MOVE 'REJECTED - GHP END DATE BEFORE START' TO
020714                                    RPT-RESULT-TEXT
020715        END-IF
020716     END-IF.
020717/
020718 2885-REMOVE-GHP-COVERAGE.
020719     MOVE BNET-MBI                  TO GHP-MBI.
020720     MOVE BNET-GHP-START-DATE       TO GHP-COVERAGE-START-DATE.
020721
020722     READ GHP-COVERAGE-FILE
020723         INVALID KEY
020724            MOVE 'Y'                TO WS-NOT-FOUND-SWITCH
020725         NOT INVALID KEY
020726            MOVE 'N'                TO WS-NOT-FOUND-SWITCH
020727     END-READ.
020728
020729     IF RECORD-NOT-FOUND  THEN
020730        MOVE 'REJECTED - GHP COVERAGE NOT ON FILE' TO
020731                                    RPT-RESULT-TEXT
020732     ELSE
020733        MOVE SPACES                 TO WS-BEFORE-IMAGE
020734        MOVE GHP-COVERAGE-RECORD    TO WS-BEFORE-IMAGE
020735        DELETE GHP-COVERAGE-FILE RECORD
020736        MOVE SPACES                 TO GHP-COVERAGE-RECORD
020737        PERFORM 2887-WRITE-GHP-JOURNAL-RECORD
020738        PERFORM 2600-WRITE-RECYCLE-CANDIDATE
020739        MOVE 'GHP COVERAGE REMOVED' TO RPT-RESULT-TEXT
020740     END-IF.
020741/
020742 2887-WRITE-GHP-JOURNAL-RECORD.
020743     ACCEPT WS-TIME-NOW          FROM TIME.
020744     MOVE 'ESCALBMT'                TO MJRN-PROGRAM-ID.
020745     MOVE BNET-OPERATOR-ID          TO MJRN-OPERATOR-ID.
020746     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
020747     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
020748     MOVE BNET-ACTION-CODE          TO MJRN-ACTION-CODE.
020749     MOVE SPACES                    TO MJRN-RECORD-KEY.
020750     STRING BNET-MBI BNET-GHP-START-DATE
020751        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
020752     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
020753     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
020754     MOVE GHP-COVERAGE-RECORD       TO MJRN-AFTER-IMAGE.
020755     WRITE MAINT-JOURNAL-RECORD.
020756/
020757******************************************************************
020758***  Hand the posted coverage to the ESCALMSP recovery job.     ***
020759******************************************************************
020760 2889-WRITE-MSP-POSTING.
020761     MOVE SPACES                    TO MSP-POSTING-RECORD.
020762     MOVE GHP-MBI                   TO MSPP-MBI.
020763     MOVE GHP-COVERAGE-START-DATE   TO MSPP-COVERAGE-START-DATE.
020764     MOVE GHP-COVERAGE-END-DATE     TO MSPP-COVERAGE-END-DATE.
020765     MOVE GHP-INSURER-CODE          TO MSPP-INSURER-CODE.
020766     MOVE WS-TODAY                  TO MSPP-APPLIED-DATE.
020767     MOVE BNET-OPERATOR-ID          TO MSPP-OPERATOR-ID.
020768     WRITE MSP-POSTING-RECORD.
020769/
020770******************************************************************
020771***  An MBI reissue adds the crosswalk row for the old number,  ***
020772***  or replaces its new MBI and effective date.  The new MBI   ***
020773***  may itself be reissued later (the chain is followed at     ***
020774***  lookup), but it may never lead back to the old one.        ***
020775***  Claims rejected under either number may now price - both   ***
020776***  go to ESCALRCY.                                            ***
020777******************************************************************
020778 2890-POST-MBI-REISSUE.
020779     PERFORM 2892-EDIT-MBI-REISSUE.
020780
020781     IF XWALK-VALID  THEN
020782        MOVE BNET-MBI               TO MBX-OLD-MBI
020783        READ MBI-XWALK-FILE
020784            INVALID KEY
020785               MOVE 'Y'             TO WS-NOT-FOUND-SWITCH
020786            NOT INVALID KEY
020787               MOVE 'N'             TO WS-NOT-FOUND-SWITCH
020788        END-READ
020789        MOVE SPACES                 TO WS-BEFORE-IMAGE
020790        IF RECORD-NOT-FOUND  THEN
020791           INITIALIZE MBI-CROSSWALK-RECORD
020792           MOVE BNET-MBI            TO MBX-OLD-MBI
020793           MOVE 'MBI REISSUE CROSSWALKED' TO RPT-RESULT-TEXT
020794        ELSE
020795           MOVE MBI-CROSSWALK-RECORD TO WS-BEFORE-IMAGE
020796           MOVE 'MBI REISSUE CROSSWALK CHANGED' TO
020797                                    RPT-RESULT-TEXT
020798        END-IF
020799        MOVE BNET-XWALK-NEW-MBI     TO MBX-NEW-MBI
020800        MOVE BNET-XWALK-EFFECTIVE-DATE TO MBX-EFFECTIVE-DATE
020801        MOVE WS-TODAY               TO MBX-LAST-UPDATE-DATE
020802        IF RECORD-NOT-FOUND  THEN
020803           WRITE MBI-CROSSWALK-RECORD
020804        ELSE
020805           REWRITE MBI-CROSSWALK-RECORD
020806        END-IF
020807        PERFORM 2897-WRITE-XWALK-JOURNAL-RECORD
020808        PERFORM 2600-WRITE-RECYCLE-CANDIDATE
020809        MOVE BNET-XWALK-NEW-MBI     TO RCY-MBI
020810        WRITE RECYCLE-CANDIDATE-RECORD
020811     END-IF.
020812/
020813 2892-EDIT-MBI-REISSUE.
020814     MOVE 'Y'                       TO WS-XWALK-SWITCH.
020815
020816     IF BNET-XWALK-NEW-MBI = SPACES  OR
020817        BNET-XWALK-NEW-MBI = BNET-MBI  THEN
020818        MOVE 'N'                    TO WS-XWALK-SWITCH
020819        MOVE 'REJECTED - NEW MBI MISSING OR UNCHANGED' TO
020820                                    RPT-RESULT-TEXT
020821     END-IF.
020822
020823     IF BNET-XWALK-EFFECTIVE-DATE NOT NUMERIC  OR
020824        BNET-XWALK-EFFECTIVE-DATE = ZERO  THEN
020825        MOVE 'N'                    TO WS-XWALK-SWITCH
020826        MOVE 'REJECTED - REISSUE EFFECTIVE DATE INVALID' TO
020827                                    RPT-RESULT-TEXT
020828     END-IF.
020829
020830     IF XWALK-VALID  THEN
020831        MOVE BNET-XWALK-NEW-MBI     TO WS-XWALK-CHAIN-MBI
020832        MOVE 'N'                    TO WS-XWALK-CHAIN-SWITCH
020833        MOVE ZERO                   TO WS-XWALK-HOP-COUNT
020834        PERFORM 2895-CHECK-ONE-XWALK-HOP
020835           UNTIL XWALK-CHAIN-ENDED  OR  XWALK-INVALID
020836              OR WS-XWALK-HOP-COUNT >= 5
020837     END-IF.
020838/
020839******************************************************************
020840***  Walk the chain forward from the new MBI.  Meeting the old  ***
020841***  MBI on the way means the row would close a loop.           ***
020842******************************************************************
020843 2895-CHECK-ONE-XWALK-HOP.
020844     MOVE WS-XWALK-CHAIN-MBI        TO MBX-OLD-MBI.
020845     READ MBI-XWALK-FILE
020846         INVALID KEY
020847            MOVE 'Y'                TO WS-XWALK-CHAIN-SWITCH
020848         NOT INVALID KEY
020849            ADD 1                   TO WS-XWALK-HOP-COUNT
020850            MOVE MBX-NEW-MBI        TO WS-XWALK-CHAIN-MBI
020851            IF MBX-NEW-MBI = BNET-MBI  THEN
020852               MOVE 'N'             TO WS-XWALK-SWITCH
020853               MOVE 'REJECTED - REISSUE WOULD LOOP THE CHAIN' TO
020854                                    RPT-RESULT-TEXT
020855            END-IF
020856     END-READ.
020857/
020858 2897-WRITE-XWALK-JOURNAL-RECORD.
020859     ACCEPT WS-TIME-NOW          FROM TIME.
020860     MOVE 'ESCALBMT'                TO MJRN-PROGRAM-ID.
020861     MOVE BNET-OPERATOR-ID          TO MJRN-OPERATOR-ID.
020862     MOVE WS-TODAY                  TO MJRN-JOURNAL-DATE.
020863     MOVE WS-TIME-NOW               TO MJRN-JOURNAL-TIME.
020864     MOVE BNET-ACTION-CODE          TO MJRN-ACTION-CODE.
020865     MOVE SPACES                    TO MJRN-RECORD-KEY.
020866     STRING BNET-MBI
020867        DELIMITED BY SIZE INTO MJRN-RECORD-KEY.
020868     MOVE WS-BEFORE-IMAGE           TO MJRN-BEFORE-IMAGE.
020869     MOVE SPACES                    TO MJRN-AFTER-IMAGE.
020870     MOVE MBI-CROSSWALK-RECORD      TO MJRN-AFTER-IMAGE.
020871     WRITE MAINT-JOURNAL-RECORD.
020872/
020873 2900-READ-NEXT-TRANSACTION.
020874     READ BENE-TRANS
020875         AT END MOVE 'Y'            TO WS-EOF-SWITCH
020876     END-READ.
020900/
021000 3000-TERMINATE.
021100     CLOSE BENEFICIARY-FILE
021200           BENE-TRANS
021350           MAINT-JOURNAL
021360           RECYCLE-CANDIDATES
021361           DEATH-POSTINGS
021362           MA-PERIOD-FILE
021363           GHP-COVERAGE-FILE
021364           MSP-POSTINGS
021365           MBI-XWALK-FILE
021300           MAINT-REPORT.
