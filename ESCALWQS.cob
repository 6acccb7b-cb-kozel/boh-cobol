000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCALWQS.
000300*AUTHOR.     CMS
000400*       EFFECTIVE AUGUST 1, 2026
000500******************************************************************
000600* 10/15/2026 ESCALWQS - NEW PROGRAM
000700*         - TEAM-LEAD WORKLIST OVER THE KEYED WORK-ITEM MASTER
000800*           (WRKFILE), ON THE SAME DIALOG SYSTEM SCREENSET PATTERN
000900*           AS ESCALAIQ.  THE LEAD KEYS A FUNCTION ONTO THE
001000*           ESCALWQP SCREENSET: 'L' LISTS OPEN ITEMS TWELVE TO A
001100*           SCREEN, FILTERED BY QUEUE, ANALYST, THE UNASSIGNED
001200*           POOL OR PRIORITY, WITH EACH ITEM'S AGE AND DAYS IDLE;
001300*           'A' ASSIGNS OR REASSIGNS ONE ITEM TO AN ANALYST; 'U'
001400*           RETURNS IT TO THE POOL; 'P' CHANGES ITS PRIORITY; 'C'
001500*           CLOSES IT BY HAND.  EVERY UPDATE IS STAMPED WITH THE
001600*           LEAD'S OPERATOR ID AND RESTARTS THE ITEM'S IDLE CLOCK.
001700*           THE SCREENSET ITSELF IS PAINTED AND MAINTAINED WITH
001800*           THE DIALOG SYSTEM PAINTER; THIS PROGRAM ONLY DRIVES
001900*           DS-CONTROL-BLOCK AND SUPPLIES THE BOUND DATA ITEMS.
001910* 10/15/2026 ESCALWQS - THE PANEL STARTS ONLY FOR AN OPERATOR
001920*           WHOSE SECURITY PROFILE GRANTS IT (ESCALSEC), AND EVERY
001930*           UPDATE IS STAMPED WITH THE OPERATOR THE START SIGNED
001940*           ON, NOT AN ID KEYED ONTO THE PANEL.  THE OPERATOR ID
001950*           FIELD NOW ONLY SHOWS WHO IS SIGNED ON.
002000******************************************************************
002100 DATE-COMPILED.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.            IBM-Z990.
002500 OBJECT-COMPUTER.            IBM-Z990.
002600 INPUT-OUTPUT  SECTION.
002700 FILE-CONTROL.
002800     SELECT WORK-ITEM-FILE       ASSIGN TO WRKFILE
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS WKI-RECORD-KEY.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  WORK-ITEM-FILE
003600     LABEL RECORDS ARE STANDARD.
003700 COPY WKICPY.
003800/
003900 WORKING-STORAGE SECTION.
004000 01  W-STORAGE-REF                  PIC X(46) VALUE
004100     'ESCALWQS      - W O R K I N G   S T O R A G E'.
004200
004300 01  DS-SCREENSET-NAME-LIT          PIC X(08) VALUE 'ESCALWQP'.
004400 01  DS-PROCEDURE-LIT               PIC X(08) VALUE 'WRKLIST'.
004500
004600 01  WS-ITEM-EOF-SWITCH             PIC X(01).
004700     88  ITEM-END-OF-FILE                      VALUE 'Y'.
004800     88  ITEM-NOT-END-OF-FILE                  VALUE 'N'.
004900
005000 01  WS-ITEM-FOUND-SWITCH           PIC X(01).
005100     88  ITEM-FOUND                            VALUE 'Y'.
005200     88  ITEM-NOT-FOUND                        VALUE 'N'.
005300
005400 01  WS-TODAY                       PIC 9(08).
005500 01  WS-TODAY-INT                   PIC 9(07).
005600 01  WS-PRIOR-ANALYST               PIC X(08).
005700
005800******************************************************************
005900*  PAGING STATE - THE LAST KEY SHOWN.  THE SAME FILTER           *
006000*  RESUBMITTED CONTINUES PAST IT UNTIL THE LIST RUNS OUT;        *
006100*  ANYTHING ELSE STARTS OVER.                                    *
006200******************************************************************
006300 01  WS-LAST-REQUEST.
006400     05  WS-LAST-QUEUE              PIC X(01) VALUE SPACES.
006500     05  WS-LAST-ANALYST            PIC X(08) VALUE SPACES.
006600     05  WS-LAST-POOL-ONLY          PIC X(01) VALUE SPACES.
006700     05  WS-LAST-PRIORITY           PIC 9(01) VALUE ZERO.
006800 01  WS-LAST-KEY-SHOWN              PIC X(14) VALUE LOW-VALUES.
006900 01  WS-LAST-MORE-INDICATOR         PIC X(01) VALUE SPACE.
007000
007100******************************************************************
007200*  BOUND DATA ITEMS - THE PAINTED ESCALWQP FIELDS READ FROM AND  *
007300*  WRITE TO THESE.  THE LEAD KEYS THE FUNCTION, THE FILTER FOR  *
007400*  A LIST, OR THE ITEM AND ITS NEW ANALYST OR PRIORITY FOR AN    *
007500*  UPDATE; THE OUTCOME COMES BACK IN THE MESSAGE LINE.  THE      *
007600*  OPERATOR ID SHOWS THE SIGNED-ON OPERATOR AND IS NEVER READ.   *
007700******************************************************************
007800 01  WQS-PANEL-DATA.
007900     05  WQS-OPERATOR-ID            PIC X(08).
008000     05  WQS-FUNCTION-CODE          PIC X(01).
008100         88  WQS-LIST-ITEMS                    VALUE 'L'.
008200         88  WQS-ASSIGN-ITEM                   VALUE 'A'.
008300         88  WQS-UNASSIGN-ITEM                 VALUE 'U'.
008400         88  WQS-CHANGE-PRIORITY               VALUE 'P'.
008500         88  WQS-CLOSE-ITEM                    VALUE 'C'.
008600     05  WQS-FILTER-QUEUE           PIC X(01).
008700     05  WQS-FILTER-ANALYST         PIC X(08).
008800     05  WQS-FILTER-POOL-ONLY       PIC X(01).
008900         88  WQS-POOL-ONLY                     VALUE 'Y'.
009000     05  WQS-FILTER-PRIORITY        PIC 9(01).
009100     05  WQS-ITEM-QUEUE             PIC X(01).
009200     05  WQS-ITEM-CLAIM-NUMBER      PIC X(13).
009300     05  WQS-NEW-ANALYST            PIC X(08).
009400     05  WQS-NEW-PRIORITY           PIC 9(01).
009500     05  WQS-MESSAGE-TEXT           PIC X(60).
009600     05  WQS-ITEM-COUNT             PIC 9(02).
009700     05  WQS-MORE-INDICATOR         PIC X(01).
009800     05  WQS-ITEM-LINE  OCCURS 12 TIMES.
009900         10  WQS-LN-QUEUE           PIC X(01).
010000         10  WQS-LN-CLAIM-NUMBER    PIC X(13).
010100         10  WQS-LN-PROVIDER        PIC X(06).
010200         10  WQS-LN-RTC             PIC 9(02).
010300         10  WQS-LN-PRIORITY        PIC 9(01).
010400         10  WQS-LN-STATUS          PIC X(01).
010500         10  WQS-LN-ANALYST         PIC X(08).
010600         10  WQS-LN-OPENED-DATE     PIC 9(08).
010700         10  WQS-LN-AGE-DAYS        PIC 9(05).
010800         10  WQS-LN-IDLE-DAYS       PIC 9(05).
010900         10  WQS-LN-REASON-TEXT     PIC X(46).
011000/
011100 COPY DSCNTRL.
011200/
011230 COPY SECXCPY.
011260/
011300 PROCEDURE DIVISION.
011400
011500 0000-MAINLINE.
011530     PERFORM 0500-CHECK-OPERATOR-ACCESS.
011560     IF SECX-ACCESS-GRANTED  THEN
011600        PERFORM 1000-INITIALIZE-DIALOG
011700        IF DS-NO-ERROR  THEN
011800           PERFORM 2000-PROCESS-PANEL UNTIL DS-QUIT-SET
011900        END-IF
012000        PERFORM 9000-TERMINATE-DIALOG
012050     END-IF.
012100     GOBACK.
012200/
012208 0500-CHECK-OPERATOR-ACCESS.
012216     MOVE 'S'                              TO SECX-FUNCTION.
012224     MOVE 'ESCALWQS'                       TO SECX-PANEL-ID.
012232     MOVE DS-PROCEDURE-LIT                 TO SECX-PROCEDURE.
012240     CALL 'ESCALSEC'  USING OPERATOR-SECURITY-REQUEST.
012248
012256     IF NOT SECX-ACCESS-GRANTED  THEN
012264        DISPLAY 'ESCALWQS - OPERATOR NOT AUTHORIZED FOR THIS '
012272           'PANEL - REASON ' SECX-RETURN-CODE
012280     END-IF.
012288/
012300 1000-INITIALIZE-DIALOG.
012400     INITIALIZE DS-CONTROL-BLOCK.
012500     INITIALIZE WQS-PANEL-DATA.
012550     MOVE SECX-OPERATOR-ID                 TO WQS-OPERATOR-ID.
012600
012700     OPEN I-O WORK-ITEM-FILE.
012800
012900     MOVE LENGTH OF DS-SCREENSET-NAME-LIT  TO DS-SET-NAME-LENGTH.
013000     MOVE DS-SCREENSET-NAME-LIT            TO DS-SET-NAME.
013100     MOVE DS-PROCEDURE-LIT                 TO DS-PROCEDURE.
013200     MOVE 'N'                              TO DS-CONTROL.
013300
013400     CALL 'DIALOG'  USING DS-CONTROL-BLOCK.
013500
013600     IF NOT DS-NO-ERROR  THEN
013700        DISPLAY 'ESCALWQS - UNABLE TO LOAD SCREENSET ' DS-SET-NAME
013800        DISPLAY 'ESCALWQS - DIALOG ERROR CODE ' DS-ERROR-CODE
013900     END-IF.
014000/
014100******************************************************************
014200***  Each pass waits for the lead to key a function and press   **
014300***  the submit key bound to the WRKLIST procedure, lists or    **
014400***  updates, and redisplays the panel.  The lead quits by the  **
014500***  key bound to DS-QUIT-SET.                                  **
014600******************************************************************
014700 2000-PROCESS-PANEL.
014800     MOVE 'C'                              TO DS-CONTROL.
014900
015000     CALL 'DIALOG'  USING DS-CONTROL-BLOCK.
015100
015200     IF DS-NO-ERROR  THEN
015300        IF NOT DS-QUIT-SET  THEN
015400           ACCEPT WS-TODAY       FROM DATE YYYYMMDD
015500           COMPUTE WS-TODAY-INT =
015600              FUNCTION INTEGER-OF-DATE(WS-TODAY)
015700           MOVE SPACES                     TO WQS-MESSAGE-TEXT
015800           EVALUATE TRUE
015900              WHEN WQS-LIST-ITEMS
016000                 PERFORM 2200-FETCH-ITEM-PAGE
016100              WHEN WQS-ASSIGN-ITEM
016200              WHEN WQS-UNASSIGN-ITEM
016300              WHEN WQS-CHANGE-PRIORITY
016400              WHEN WQS-CLOSE-ITEM
016500                 PERFORM 2500-UPDATE-ITEM
016600              WHEN OTHER
016700                 MOVE 'FUNCTION MUST BE L, A, U, P OR C'
016800                                           TO WQS-MESSAGE-TEXT
016900           END-EVALUATE
017000        END-IF
017100     ELSE
017200        PERFORM 2900-HANDLE-DIALOG-ERROR
017300     END-IF.
017400/
017500******************************************************************
017600*  ONE SCREEN OF OPEN ITEMS MATCHING THE FILTER.  A QUEUE NAMED  *
017700*  STARTS THE BROWSE AT THAT QUEUE AND STOPS AT ITS END.         *
017800******************************************************************
017900 2200-FETCH-ITEM-PAGE.
018000     MOVE ZERO                      TO WQS-ITEM-COUNT.
018100     MOVE 'N'                       TO WS-ITEM-EOF-SWITCH.
018200     MOVE SPACE                     TO WQS-MORE-INDICATOR.
018300
018400     IF WQS-FILTER-QUEUE = WS-LAST-QUEUE  AND
018500        WQS-FILTER-ANALYST = WS-LAST-ANALYST  AND
018600        WQS-FILTER-POOL-ONLY = WS-LAST-POOL-ONLY  AND
018700        WQS-FILTER-PRIORITY = WS-LAST-PRIORITY  AND
018800        WS-LAST-MORE-INDICATOR = 'Y'  THEN
018900        MOVE WS-LAST-KEY-SHOWN      TO WKI-RECORD-KEY
019000        START WORK-ITEM-FILE KEY IS > WKI-RECORD-KEY
019100            INVALID KEY MOVE 'Y'    TO WS-ITEM-EOF-SWITCH
019200        END-START
019300     ELSE
019400        MOVE WQS-FILTER-QUEUE       TO WS-LAST-QUEUE
019500        MOVE WQS-FILTER-ANALYST     TO WS-LAST-ANALYST
019600        MOVE WQS-FILTER-POOL-ONLY   TO WS-LAST-POOL-ONLY
019700        MOVE WQS-FILTER-PRIORITY    TO WS-LAST-PRIORITY
019800        MOVE LOW-VALUES             TO WKI-RECORD-KEY
019900        IF WQS-FILTER-QUEUE NOT = SPACE  THEN
020000           MOVE WQS-FILTER-QUEUE    TO WKI-ITEM-TYPE
020100        END-IF
020200        START WORK-ITEM-FILE KEY IS >= WKI-RECORD-KEY
020300            INVALID KEY MOVE 'Y'    TO WS-ITEM-EOF-SWITCH
020400        END-START
020500     END-IF.
020600
020700     PERFORM 2300-FETCH-ONE-ITEM
020800        UNTIL ITEM-END-OF-FILE
020900           OR WQS-ITEM-COUNT >= 12.
021000
021100     MOVE WQS-MORE-INDICATOR        TO WS-LAST-MORE-INDICATOR.
021200     IF WQS-ITEM-COUNT = ZERO  THEN
021300        MOVE 'NO OPEN ITEMS MATCH'  TO WQS-MESSAGE-TEXT
021400     END-IF.
021500/
021600 2300-FETCH-ONE-ITEM.
021700     READ WORK-ITEM-FILE NEXT RECORD
021800         AT END MOVE 'Y'            TO WS-ITEM-EOF-SWITCH
021900         NOT AT END
022000           EVALUATE TRUE
022100              WHEN WQS-FILTER-QUEUE NOT = SPACE  AND
022200                   WKI-ITEM-TYPE NOT = WQS-FILTER-QUEUE
022300                 MOVE 'Y'           TO WS-ITEM-EOF-SWITCH
022400              WHEN NOT WKI-OPEN
022500                 CONTINUE
022600              WHEN WQS-POOL-ONLY  AND  NOT WKI-UNASSIGNED
022700                 CONTINUE
022800              WHEN WQS-FILTER-ANALYST NOT = SPACES  AND
022900                   WKI-ASSIGNED-ANALYST NOT = WQS-FILTER-ANALYST
023000                 CONTINUE
023100              WHEN WQS-FILTER-PRIORITY > ZERO  AND
023200                   WKI-PRIORITY NOT = WQS-FILTER-PRIORITY
023300                 CONTINUE
023400              WHEN OTHER
023500                 PERFORM 2310-SHOW-ONE-ITEM
023600           END-EVALUATE
023700     END-READ.
023800/
023900 2310-SHOW-ONE-ITEM.
024000     ADD 1                          TO WQS-ITEM-COUNT.
024100     MOVE WKI-ITEM-TYPE             TO
024200        WQS-LN-QUEUE (WQS-ITEM-COUNT).
024300     MOVE WKI-CLAIM-NUMBER          TO
024400        WQS-LN-CLAIM-NUMBER (WQS-ITEM-COUNT).
024500     MOVE WKI-PROVIDER-NUMBER       TO
024600        WQS-LN-PROVIDER (WQS-ITEM-COUNT).
024700     MOVE WKI-PPS-RTC               TO
024800        WQS-LN-RTC (WQS-ITEM-COUNT).
024900     MOVE WKI-PRIORITY              TO
025000        WQS-LN-PRIORITY (WQS-ITEM-COUNT).
025100     MOVE WKI-ITEM-STATUS           TO
025200        WQS-LN-STATUS (WQS-ITEM-COUNT).
025300     MOVE WKI-ASSIGNED-ANALYST      TO
025400        WQS-LN-ANALYST (WQS-ITEM-COUNT).
025500     MOVE WKI-OPENED-DATE           TO
025600        WQS-LN-OPENED-DATE (WQS-ITEM-COUNT).
025700     COMPUTE WQS-LN-AGE-DAYS (WQS-ITEM-COUNT) = WS-TODAY-INT -
025800        FUNCTION INTEGER-OF-DATE(WKI-OPENED-DATE).
025900     COMPUTE WQS-LN-IDLE-DAYS (WQS-ITEM-COUNT) = WS-TODAY-INT -
026000        FUNCTION INTEGER-OF-DATE(WKI-LAST-ACTION-DATE).
026100     MOVE WKI-REASON-TEXT           TO
026200        WQS-LN-REASON-TEXT (WQS-ITEM-COUNT).
026300     MOVE WKI-RECORD-KEY            TO WS-LAST-KEY-SHOWN.
026400     IF WQS-ITEM-COUNT >= 12  THEN
026500        MOVE 'Y'                    TO WQS-MORE-INDICATOR
026600     END-IF.
026700/
026800******************************************************************
026900*  ONE UPDATE TO ONE OPEN ITEM.                                  *
027000******************************************************************
027100 2500-UPDATE-ITEM.
027200     MOVE WQS-ITEM-QUEUE            TO WKI-ITEM-TYPE.
027300     MOVE WQS-ITEM-CLAIM-NUMBER     TO WKI-CLAIM-NUMBER.
027400     READ WORK-ITEM-FILE
027500         INVALID KEY     MOVE 'N'   TO WS-ITEM-FOUND-SWITCH
027600         NOT INVALID KEY MOVE 'Y'   TO WS-ITEM-FOUND-SWITCH
027700     END-READ.
027800
027900     EVALUATE TRUE
028300        WHEN ITEM-NOT-FOUND
028400           MOVE 'NO SUCH ITEM ON THE WORK QUEUE'
028500                                    TO WQS-MESSAGE-TEXT
028600        WHEN NOT WKI-OPEN
028700           MOVE 'ITEM IS ALREADY CLOSED'
028800                                    TO WQS-MESSAGE-TEXT
028900        WHEN WQS-ASSIGN-ITEM  AND  WQS-NEW-ANALYST = SPACES
029000           MOVE 'ANALYST REQUIRED TO ASSIGN'
029100                                    TO WQS-MESSAGE-TEXT
029200        WHEN WQS-ASSIGN-ITEM  AND
029300             WQS-NEW-ANALYST = WKI-ASSIGNED-ANALYST
029400           MOVE 'ITEM IS ALREADY ASSIGNED TO THAT ANALYST'
029500                                    TO WQS-MESSAGE-TEXT
029600        WHEN WQS-UNASSIGN-ITEM  AND  WKI-UNASSIGNED
029700           MOVE 'ITEM IS ALREADY IN THE UNASSIGNED POOL'
029800                                    TO WQS-MESSAGE-TEXT
029900        WHEN WQS-CHANGE-PRIORITY  AND
030000             (WQS-NEW-PRIORITY < 1  OR  WQS-NEW-PRIORITY > 3)
030100           MOVE 'PRIORITY MUST BE 1, 2 OR 3'
030200                                    TO WQS-MESSAGE-TEXT
030300        WHEN OTHER
030400           PERFORM 2510-APPLY-UPDATE
030500           MOVE WS-TODAY            TO WKI-LAST-ACTION-DATE
030600           REWRITE WORK-ITEM-RECORD
030700     END-EVALUATE.
030800/
030900 2510-APPLY-UPDATE.
031000     EVALUATE TRUE
031100        WHEN WQS-ASSIGN-ITEM
031200           MOVE WKI-ASSIGNED-ANALYST TO WS-PRIOR-ANALYST
031300           MOVE WQS-NEW-ANALYST     TO WKI-ASSIGNED-ANALYST
031400           MOVE SECX-OPERATOR-ID    TO WKI-ASSIGNED-BY
031500           MOVE 'A'                 TO WKI-ITEM-STATUS
031600           MOVE WS-TODAY            TO WKI-ASSIGNED-DATE
031700           ADD 1                    TO WKI-ASSIGN-COUNT
031800           IF WS-PRIOR-ANALYST = SPACES  THEN
031900              STRING 'ASSIGNED TO ' DELIMITED BY SIZE
032000                     WQS-NEW-ANALYST DELIMITED BY SPACE
032100                 INTO WQS-MESSAGE-TEXT
032200           ELSE
032300              STRING 'REASSIGNED FROM ' DELIMITED BY SIZE
032400                     WS-PRIOR-ANALYST DELIMITED BY SPACE
032500                     ' TO '         DELIMITED BY SIZE
032600                     WQS-NEW-ANALYST DELIMITED BY SPACE
032700                 INTO WQS-MESSAGE-TEXT
032800           END-IF
032900        WHEN WQS-UNASSIGN-ITEM
033000           MOVE SPACES              TO WKI-ASSIGNED-ANALYST
033100           MOVE SECX-OPERATOR-ID    TO WKI-ASSIGNED-BY
033200           MOVE 'N'                 TO WKI-ITEM-STATUS
033300           MOVE ZERO                TO WKI-ASSIGNED-DATE
033400           MOVE 'RETURNED TO THE UNASSIGNED POOL'
033500                                    TO WQS-MESSAGE-TEXT
033600        WHEN WQS-CHANGE-PRIORITY
033700           MOVE WQS-NEW-PRIORITY    TO WKI-PRIORITY
033800           MOVE 'PRIORITY CHANGED'  TO WQS-MESSAGE-TEXT
033900        WHEN WQS-CLOSE-ITEM
034000           MOVE 'X'                 TO WKI-ITEM-STATUS
034100           MOVE WS-TODAY            TO WKI-CLOSED-DATE
034200           MOVE 'ITEM CLOSED'       TO WQS-MESSAGE-TEXT
034300     END-EVALUATE.
034400/
034500 2900-HANDLE-DIALOG-ERROR.
034600     DISPLAY 'ESCALWQS - DIALOG SYSTEM ERROR CODE ' DS-ERROR-CODE.
034700     MOVE 'Q'                              TO DS-CONTROL.
034800/
034900 9000-TERMINATE-DIALOG.
035000     MOVE 'Q'                              TO DS-CONTROL.
035100     CALL 'DIALOG'  USING DS-CONTROL-BLOCK.
035200     CLOSE WORK-ITEM-FILE.
