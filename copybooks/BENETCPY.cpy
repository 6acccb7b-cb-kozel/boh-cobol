001000         88  BNET-CHANGE                        VALUE 'C'.
001100         88  BNET-DELETE                        VALUE 'D'.
001200         88  BNET-INQUIRY                       VALUE 'I'.
001214         88  BNET-DEATH-NOTICE                  VALUE 'N'.
001228         88  BNET-MA-PERIOD-POST                VALUE 'M'.
001242         88  BNET-MA-PERIOD-REMOVE              VALUE 'R'.
001256         88  BNET-GHP-COVERAGE-POST             VALUE 'G'.
001270         88  BNET-GHP-COVERAGE-REMOVE           VALUE 'H'.
001284         88  BNET-MBI-REISSUE                   VALUE 'X'.
001300     05  BNET-MBI                   PIC X(11).
001400     05  BNET-DATE-DATA.
001500         10  BNET-DOB-DATE          PIC 9(08).
001550         10  BNET-ENTITLEMENT-START-DATE
001600                                    PIC 9(08).
001700         10  BNET-ENTITLEMENT-END-DATE
001702                                    PIC 9(08).
001704******************************************************************
001706*    A DEATH NOTICE ('N') CARRIES THE DATE OF DEATH AND ITS      *
001708*    SOURCE IN PLACE OF THE ENROLLMENT DATES.  A ZERO DATE OF    *
001710*    DEATH RESCINDS AN ERRONEOUS DEATH REPORT.                   *
001712******************************************************************
001714     05  BNET-DEATH-DATA  REDEFINES  BNET-DATE-DATA.
001716         10  BNET-DEATH-DATE        PIC 9(08).
001718         10  BNET-DEATH-SOURCE      PIC X(01).
001720             88  BNET-DEATH-SOURCE-VALID       VALUE 'E' 'Q'.
001722         10  FILLER                 PIC X(15).
001724******************************************************************
001726*    A MEDICARE ADVANTAGE PERIOD POST ('M') ADDS THE PERIOD      *
001728*    STARTING ON BNET-MA-START-DATE, OR REPLACES ITS END DATE    *
001730*    AND CONTRACT IF IT IS ALREADY ON FILE.  A REMOVE ('R')      *
001732*    DELETES THE PERIOD STARTING ON THAT DATE.  AN END DATE OF   *
001734*    ZERO MEANS THE ENROLLMENT IS STILL OPEN.                    *
001736******************************************************************
001738     05  BNET-MA-DATA  REDEFINES  BNET-DATE-DATA.
001740         10  BNET-MA-CONTRACT-NUMBER
001742                                    PIC X(05).
001744         10  BNET-MA-START-DATE     PIC 9(08).
001746         10  BNET-MA-END-DATE       PIC 9(08).
001748         10  FILLER                 PIC X(03).
001750******************************************************************
001752*    A GROUP HEALTH PLAN COVERAGE POST ('G') ADDS THE COVERAGE   *
001754*    STARTING ON BNET-GHP-START-DATE, OR REPLACES ITS END DATE,  *
001756*    INSURER, AND TYPE IF IT IS ALREADY ON FILE.  A REMOVE ('H') *
001758*    DELETES THE COVERAGE STARTING ON THAT DATE.  AN END DATE    *
001760*    OF ZERO MEANS THE COVERAGE IS STILL OPEN.                   *
001762******************************************************************
001764     05  BNET-GHP-DATA  REDEFINES  BNET-DATE-DATA.
001766         10  BNET-GHP-INSURER-CODE  PIC X(05).
001768         10  BNET-GHP-START-DATE    PIC 9(08).
001770         10  BNET-GHP-END-DATE      PIC 9(08).
001772         10  BNET-GHP-COVERAGE-TYPE PIC X(01).
001774             88  BNET-GHP-TYPE-VALID           VALUE 'E' 'S'.
001776         10  FILLER                 PIC X(02).
001778******************************************************************
001780*    AN MBI REISSUE ('X') CROSSWALKS BNET-MBI, THE RETIRED       *
001782*    NUMBER, TO THE NEW MBI CMS ASSIGNED, EFFECTIVE ON THE DATE  *
001784*    GIVEN.  A SECOND REISSUE OF THE SAME OLD MBI REPLACES THE   *
001786*    FIRST.                                                      *
001788******************************************************************
001790     05  BNET-XWALK-DATA  REDEFINES  BNET-DATE-DATA.
001792         10  BNET-XWALK-NEW-MBI     PIC X(11).
001794         10  BNET-XWALK-EFFECTIVE-DATE
001796                                    PIC 9(08).
001798         10  FILLER                 PIC X(05).
001800     05  BNET-OPERATOR-ID           PIC X(08).
