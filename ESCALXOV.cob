001200*           THROUGH WITH A BALANCING TRAILER (COUNTS AND
001300*           DOLLARS) BEHIND THEM, SO EVERY STATE MEDICAID
001400*           AGENCY GETS ITS OWN PROVABLE SLICE OF THE FILE.
001407* 10/15/2026 ESCALXOV - REGISTERS ITS START AND END WITH THE
001414*           NIGHTLY JOB-STREAM REGISTRY (ESCALJSR), WITH ITS
001421*           RETURN CODE AND KEY COUNTS, FOR THE MORNING STATUS
001428*           BOARD (ESCALJSB).  THE START IS REFUSED - RETURN CODE
001435*           16, NOTHING TOUCHED - UNLESS ESCALBAL COMPLETED FOR
001442*           THE SAME RUN DATE AND THIS STEP HAS NOT ALREADY
001449*           COMPLETED FOR IT.
001456* 10/15/2026 ESCALXOV - POSTS EVERY DETAIL IT CUTS TO THE
001463*           CROSSOVER STATUS MASTER (XOVSTAT) AS SENT, SO
001470*           ESCALXAK CAN MATCH THE STATES' ACKNOWLEDGMENT AND
001477*           REJECT RETURNS TO WHAT WENT OUT.  A DETAIL ESCALXAK
001484*           QUEUED FOR RESEND (XOVRSND, CONCATENATED INTO THE
001491*           SORT AHEAD OF THIS STEP) IS POSTED AS RESENT.
001500******************************************************************
001600 DATE-COMPILED.
001700 ENVIRONMENT DIVISION.
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT CROSSOVER-REPORT     ASSIGN TO XOVRPT
002800         ORGANIZATION IS SEQUENTIAL.
002820     SELECT CROSSOVER-STATUS     ASSIGN TO XOVSTAT
002840         ORGANIZATION IS INDEXED
002860         ACCESS MODE IS DYNAMIC
002880         RECORD KEY IS XST-RECORD-KEY.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
004400     RECORDING MODE IS F.
004500 01  XOVRPT-RECORD                  PIC X(100).
004600/
004620 FD  CROSSOVER-STATUS
004640     LABEL RECORDS ARE STANDARD.
004660 COPY XSTCPY.
004680/
004700 WORKING-STORAGE SECTION.
004800 01  W-STORAGE-REF                  PIC X(46) VALUE
004900     'ESCALXOV      - W O R K I N G   S T O R A G E'.
005900 01  WS-STATE-COINSURANCE           PIC 9(11)V9(02) VALUE ZERO.
006000 01  WS-STATES-CUT                  PIC 9(03) VALUE ZERO.
006100 01  WS-TOTAL-DETAILS               PIC 9(07) VALUE ZERO.
006114 01  WS-RESENT-COUNT                PIC 9(07) VALUE ZERO.
006128 01  WS-TODAY                       PIC 9(08).
006142
006156 01  WS-XST-FOUND-SWITCH            PIC X(01).
006170     88  XST-RECORD-FOUND                      VALUE 'Y'.
006184     88  XST-RECORD-NOT-FOUND                  VALUE 'N'.
006200
006300 01  RPT-HEADING-1.
006400     05  FILLER                     PIC X(05) VALUE SPACES.
007800     05  FILLER                     PIC X(07) VALUE ' COINS '.
007900     05  RPT-COINSURANCE            PIC ZZZ,ZZ9.99.
008000/
008033 COPY JSXCPY.
008066/
008100 PROCEDURE DIVISION.
008200
008300 0000-MAINLINE.
008311*    THE JOB-STREAM REGISTRY SPEAKS FIRST - A REFUSED STEP
008322*    TOUCHES NOTHING.
008333     PERFORM 0800-REGISTER-STEP-START.
008344     IF JSX-STEP-REFUSED  THEN
008355        MOVE 16                     TO RETURN-CODE
008366        GOBACK
008377     END-IF.
008388
008400     PERFORM 1000-INITIALIZE.
008500     PERFORM 2000-PROCESS-DETAILS UNTIL XOV-END-OF-FILE.
008600     PERFORM 2500-CLOSE-STATE.
008700     PERFORM 5000-TERMINATE.
008750     PERFORM 0850-REGISTER-STEP-END.
008800     GOBACK.
008900/
008903******************************************************************
008906*  REGISTER WITH THE JOB-STREAM REGISTRY (ESCALJSR).  A START    *
008909*  IS REFUSED WHEN A PREDECESSOR IN THE STREAM (JSDCPY) HAS      *
008912*  NOT COMPLETED FOR THE RUN, OR WHEN THIS STEP ALREADY HAS.     *
008915*  THE END CARRIES THE RETURN CODE AND THE KEY COUNTS FOR THE    *
008918*  STATUS BOARD; THE CALL LEAVES RETURN-CODE AS IT FOUND IT.     *
008921******************************************************************
008924 0800-REGISTER-STEP-START.
008927     MOVE 'S'                       TO JSX-FUNCTION.
008930     MOVE 'ESCALXOV'                TO JSX-STEP-NAME.
008933     MOVE ZERO                      TO JSX-RUN-DATE.
008936     MOVE 'N'                       TO JSX-CALLER-AUTH-SWITCH.
008939     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
008942/
008945 0850-REGISTER-STEP-END.
008948     MOVE 'E'                       TO JSX-FUNCTION.
008951     MOVE RETURN-CODE               TO JSX-STEP-RC.
008954     MOVE 'STATES CUT'              TO JSX-COUNT-LABEL (1).
008957     MOVE WS-STATES-CUT             TO JSX-COUNT (1).
008960     MOVE 'DETAILS'                 TO JSX-COUNT-LABEL (2).
008963     MOVE WS-TOTAL-DETAILS          TO JSX-COUNT (2).
008966     MOVE 'RESENT'                  TO JSX-COUNT-LABEL (3).
008969     MOVE WS-RESENT-COUNT           TO JSX-COUNT (3).
008972     CALL 'ESCALJSR'  USING JOB-STEP-REQUEST.
008975     MOVE JSX-STEP-RC               TO RETURN-CODE.
008978/
009000 1000-INITIALIZE.
009050     ACCEPT WS-TODAY             FROM DATE YYYYMMDD.
009100     OPEN INPUT  CROSSOVER-IN.
009150     OPEN I-O    CROSSOVER-STATUS.
009200     OPEN OUTPUT CROSSOVER-OUT.
009300     OPEN OUTPUT CROSSOVER-REPORT.
009400
010800     ADD XOV-PAID-AMT               TO WS-STATE-PAID.
010900     ADD XOV-DEDUCTIBLE-AMT         TO WS-STATE-DEDUCTIBLE.
011000     ADD XOV-COINSURANCE-AMT        TO WS-STATE-COINSURANCE.
011050     PERFORM 2200-POST-CROSSOVER-STATUS.
011100
011200     PERFORM 2900-READ-NEXT-DETAIL.
011300/
013700                                       WS-STATE-DEDUCTIBLE
013800                                       WS-STATE-COINSURANCE.
013900/
013901******************************************************************
013902*  POST THE DETAIL TO THE CROSSOVER STATUS MASTER.  A DETAIL     *
013903*  ESCALXAK QUEUED FOR RESEND GOES OUT AGAIN AS RESENT; ANY      *
013904*  OTHER DETAIL ALREADY ON FILE (THE CLAIM WAS ADJUSTED AND      *
013905*  PAID AGAIN) STARTS OVER AS SENT WITH TONIGHT'S AMOUNTS.       *
013906******************************************************************
013907 2200-POST-CROSSOVER-STATUS.
013908     MOVE XOV-PROVIDER-NUMBER       TO XST-PROVIDER-NUMBER.
013909     MOVE XOV-CLAIM-NUMBER          TO XST-CLAIM-NUMBER.
013910     MOVE XOV-LINE-ITEM-DATE-SERVICE TO
013911                                    XST-LINE-ITEM-DATE-SERVICE.
013912     READ CROSSOVER-STATUS
013913         INVALID KEY
013914            MOVE 'N'                TO WS-XST-FOUND-SWITCH
013915         NOT INVALID KEY
013916            MOVE 'Y'                TO WS-XST-FOUND-SWITCH
013917     END-READ.
013918
013919     IF XST-RECORD-NOT-FOUND  THEN
013920        INITIALIZE CROSSOVER-STATUS-RECORD
013921        MOVE XOV-PROVIDER-NUMBER    TO XST-PROVIDER-NUMBER
013922        MOVE XOV-CLAIM-NUMBER       TO XST-CLAIM-NUMBER
013923        MOVE XOV-LINE-ITEM-DATE-SERVICE TO
013924                                    XST-LINE-ITEM-DATE-SERVICE
013925        MOVE WS-TODAY               TO XST-FIRST-SENT-DATE
013926     END-IF.
013927
013928     MOVE XOV-STATE-CODE            TO XST-STATE-CODE.
013929     MOVE XOV-MBI                   TO XST-MBI.
013930     MOVE XOV-DUAL-STATUS-CODE      TO XST-DUAL-STATUS-CODE.
013931     MOVE XOV-THRU-DATE             TO XST-THRU-DATE.
013932     MOVE XOV-PAID-AMT              TO XST-PAID-AMT.
013933     MOVE XOV-DEDUCTIBLE-AMT        TO XST-DEDUCTIBLE-AMT.
013934     MOVE XOV-COINSURANCE-AMT       TO XST-COINSURANCE-AMT.
013935     MOVE WS-TODAY                  TO XST-STATUS-DATE
013936                                       XST-LAST-SENT-DATE.
013937
013938     IF XST-RESEND-QUEUED  THEN
013939        MOVE 'R'                    TO XST-STATUS
013940        ADD 1                       TO XST-RESEND-COUNT
013941        ADD 1                       TO WS-RESENT-COUNT
013942     ELSE
013943        MOVE 'S'                    TO XST-STATUS
013944     END-IF.
013945
013946     IF XST-RECORD-FOUND  THEN
013947        REWRITE CROSSOVER-STATUS-RECORD
013948     ELSE
013949        WRITE CROSSOVER-STATUS-RECORD
013950     END-IF.
013951/
014000 2900-READ-NEXT-DETAIL.
014100     READ CROSSOVER-IN
014200         AT END MOVE 'Y'            TO WS-XOV-EOF-SWITCH
014400/
014500 5000-TERMINATE.
014600     DISPLAY 'ESCALXOV - STATES CUT ' WS-STATES-CUT
014700        ' DETAILS ' WS-TOTAL-DETAILS
014750        ' RESENT ' WS-RESENT-COUNT.
014800     CLOSE CROSSOVER-IN
014850           CROSSOVER-STATUS
014900           CROSSOVER-OUT
015000           CROSSOVER-REPORT.
