001807*           THE SETTLED PRICING TO THE KEYED AUDIT STORE SO A
001808*           LATER ADJUSTMENT OR VOID REVERSES THE SETTLED
001809*           AMOUNT, NOT THE INTERIM ONE.
001813* 10/15/2026 ESCALTRU - THE PRICED-HISTORY APPEND IS STAMPED WITH
001817*           ITS RELEASE PATH ('T') FOR THE POST-PAYMENT DUPLICATE
001821*           AUDIT (ESCALPPD).
001825* 10/15/2026 ESCALTRU - THE REDUCTION AND DEDUCTIBLE ROWS NOW COME
001829*           FROM THE EFFECTIVE-DATED PARAMETER MASTER (PARMMAST
001833*           THROUGH ESCALPRM) AS OF TODAY INSTEAD OF THE REDCTL
001837*           AND DEDCTL FILES.
001841* 10/15/2026 ESCALTRU - THE SETTLEMENT'S REMIT DETAIL NOW CARRIES
001845*           THE SEQUESTRATION AND NETWORK FEE TAKEN OFF THE
001849*           REPRICED PAYMENT (REMCPY, NOW 140 BYTES), FOR THE
001853*           PAPER REMITTANCE (ESCALSPR).
001857* 10/15/2026 ESCALTRU - THE SETTLEMENT AND REVERSAL DETAILS
001861*           ZERO THE NEW ESA MONITORING REDUCTION FIELD (REMCPY);
001865*           AN INTERIM-PRICED LINE NEVER TOOK THE REDUCTION.
001869* 10/15/2026 ESCALTRU - EVERY SETTLED AUDIT RECORD IS NOW CHAINED
001873*           AND HASHED THROUGH ESCALHSH BEFORE IT IS WRITTEN, AND
001877*           THE RUN'S CHAIN IS ANCHORED AT END OF RUN.  A
001881*           SAME-DAY RERUN STILL REPLACES THE RECORD, BUT THE
001885*           RECORD IT REPLACES IS ACCOUNTED FOR ON THE ANCHOR
001889*           FILE FIRST, FOR THE VERIFICATION JOB (ESCALHVF).
001893******************************************************************
001900 DATE-COMPILED.
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS RCM-RECORD-KEY.
003574     SELECT NETWORK-MASTER-IN    ASSIGN TO NETMAST
003576         ORGANIZATION IS SEQUENTIAL.
003578     SELECT NETWORK-ACCUM-OUT    ASSIGN TO NETACC
006230     LABEL RECORDS ARE STANDARD.
006240 COPY RCMFCPY.
006250/
006298 FD  NETWORK-MASTER-IN
006299     LABEL RECORDS ARE STANDARD
006301     RECORDING MODE IS F.
007060 01  WS-WITHHOLD-AMT                PIC 9(07)V9(02) VALUE ZERO.
007100
007200 01  WS-TODAY                       PIC 9(08).
007205 01  WS-NEW-AUDIT-RECORD            PIC X(291).
007210
007220******************************************************************
007230*  CARC PER RTC FROM THE KEYED REASON MASTER - LATEST ROW IN     *
012250/
012260 COPY WHXCPY.
012300/
012311 COPY REDCCPY.
012322/
012333 COPY DEDCCPY.
012344/
012355 COPY PRMXCPY.
012366/
012377 COPY HSHXCPY.
012388/
012400 PROCEDURE DIVISION.
012500
012600 0000-MAINLINE.
014300
014400     PERFORM 2900-READ-NEXT-INTERIM.
014402/
014403 1050-READ-FIRST-PARAMETER.
014404     MOVE 'F'                       TO PRMX-FUNCTION.
014405     MOVE WS-TODAY                  TO PRMX-AS-OF-DATE.
014406     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
014407/
014408 1060-READ-NEXT-PARAMETER.
014409     MOVE 'N'                       TO PRMX-FUNCTION.
014410     CALL 'ESCALPRM'             USING PARAMETER-LOOKUP-REQUEST.
014411/
014412 1100-LOAD-REDUCTION-TABLE.
014413     MOVE 'REDCTL'                  TO PRMX-FAMILY.
014414     PERFORM 1050-READ-FIRST-PARAMETER.
014415     PERFORM 1110-LOAD-ONE-REDUCTION-ROW
014416        UNTIL REDC-END-OF-FILE.
014417/
014418 1110-LOAD-ONE-REDUCTION-ROW.
014419     IF NOT PRMX-ROW-RETURNED  THEN
014420        MOVE 'Y'                    TO WS-REDC-EOF-SWITCH
014421     ELSE
014422        MOVE PRMX-VALUE-IMAGE       TO REDUCTION-CONTROL-RECORD
014423        IF WS-REDUCTION-COUNT < 50  THEN
014424           ADD 1                    TO WS-REDUCTION-COUNT
014425           MOVE REDC-EFF-DATE       TO
014426              WS-RED-EFF-DATE (WS-REDUCTION-COUNT)
014427           MOVE REDC-END-DATE       TO
014428              WS-RED-END-DATE (WS-REDUCTION-COUNT)
014429           MOVE REDC-SEQUESTRATION-PCT TO
014430              WS-RED-SEQ-PCT (WS-REDUCTION-COUNT)
014431           MOVE REDC-NETWORK-FEE-PER-TREAT TO
014432              WS-RED-NETWORK-FEE (WS-REDUCTION-COUNT)
014433        ELSE
014434           DISPLAY 'ESCALTRU - MORE THAN 50 REDCTL ROWS - '
014435              'EXTRAS IGNORED'
014436           MOVE 'Y'                 TO WS-REDC-EOF-SWITCH
014437        END-IF
014438        PERFORM 1060-READ-NEXT-PARAMETER
014439     END-IF.
014440/
014441 1150-LOAD-NETWORK-MASTER.
014442     OPEN INPUT NETWORK-MASTER-IN.
014443     PERFORM 1160-LOAD-ONE-NETWORK-ROW
014444        UNTIL NETM-END-OF-FILE.
014445     CLOSE NETWORK-MASTER-IN.
014446/
014447 1160-LOAD-ONE-NETWORK-ROW.
014448     READ NETWORK-MASTER-IN
014449         AT END MOVE 'Y'            TO WS-NETM-EOF-SWITCH
014450         NOT AT END
014451           IF WS-NETM-COUNT < 10000  THEN
014452              ADD 1                 TO WS-NETM-COUNT
014453              MOVE NETM-PROVIDER-NUMBER TO
014454                 WS-NETM-PROVIDER (WS-NETM-COUNT)
014455              MOVE NETM-NETWORK-NUMBER TO
014456                 WS-NETM-NETWORK (WS-NETM-COUNT)
014457           ELSE
014458              DISPLAY 'ESCALTRU - NETWORK MASTER EXCEEDS TABLE - '
014459                 'EXTRAS IGNORED'
014460              MOVE 'Y'              TO WS-NETM-EOF-SWITCH
014461           END-IF
014462     END-READ.
014463/
014464 1200-LOAD-DEDUCTIBLE-AMOUNTS.
014465     MOVE 'DEDCTL'                  TO PRMX-FAMILY.
014466     PERFORM 1050-READ-FIRST-PARAMETER.
014467     PERFORM 1210-LOAD-ONE-DEDUCTIBLE-ROW
014468        UNTIL DEDC-END-OF-FILE.
014470/
014480 1210-LOAD-ONE-DEDUCTIBLE-ROW.
014482     IF NOT PRMX-ROW-RETURNED  THEN
014484        MOVE 'Y'                    TO WS-DEDC-EOF-SWITCH
014486     ELSE
014488        MOVE PRMX-VALUE-IMAGE       TO
014490                                    DEDUCTIBLE-AMOUNT-CONTROL-REC
014491        IF WS-DED-YEAR-COUNT < 20  THEN
014492           ADD 1                    TO WS-DED-YEAR-COUNT
014493           MOVE DEDC-YEAR           TO
014494              WS-DEDT-YEAR (WS-DED-YEAR-COUNT)
014495           MOVE DEDC-ANNUAL-AMOUNT TO
014496              WS-DEDT-AMOUNT (WS-DED-YEAR-COUNT)
014497        ELSE
014498           DISPLAY 'ESCALTRU - MORE THAN 20 DEDCTL ROWS - '
014499              'EXTRAS IGNORED'
014500           MOVE 'Y'                 TO WS-DEDC-EOF-SWITCH
014501        END-IF
014502        PERFORM 1060-READ-NEXT-PARAMETER
014503     END-IF.
014505/
014510 1300-LOAD-REASON-MASTER.
014520     PERFORM VARYING WS-RCM-SUB FROM 1 BY 1
027890*    ESCALMRV DO THE SAME).
027900     MOVE WS-NET-PAY-AMT            TO REM-NET-PAY-AMT.
028000     MOVE ZERO                      TO REM-RECEIPT-DATE
028100                                       REM-ANCILLARY-AMT
028103                                       REM-INTEREST-AMT
028106                                       REM-ESA-REDUCTION-AMT.
028110     MOVE WS-WITHHOLD-AMT           TO REM-WITHHOLD-AMT.
028113     MOVE WS-SEQUESTRATION-AMT      TO REM-SEQUESTRATION-AMT.
028116     MOVE WS-NETWORK-FEE-AMT        TO REM-NETWORK-FEE-AMT.
028120*    A FULL SUSPENSION HELD THE OUTLIER TOO - IT MUST NOT FLOW
028130*    TO THE FUNDING THROUGH THE REMIT'S OUTLIER FIELD.
028140     IF WS-WITHHOLD-AMT > ZERO  AND
029200                                       REM-RTC
029300                                       REM-RECEIPT-DATE
029400                                       REM-ANCILLARY-AMT
029410                                       REM-WITHHOLD-AMT
029428                                       REM-SEQUESTRATION-AMT
029446                                       REM-NETWORK-FEE-AMT
029464                                       REM-INTEREST-AMT
029482                                       REM-ESA-REDUCTION-AMT.
029500     MOVE SPACES                    TO REM-CARC-CODE.
029600     MOVE INT-INTERIM-AMT           TO REM-NET-PAY-AMT.
029700     WRITE REMIT-DETAIL-RECORD.
031000     MOVE PPS-CALC-VERS-CD          TO PH-CALC-VERSION.
031100     MOVE PPS-DEDUCTIBLE-AMT        TO PH-DEDUCTIBLE-AMT.
031200     MOVE PPS-COINSURANCE-AMT       TO PH-COINSURANCE-AMT.
031250     MOVE 'T'                       TO PH-RELEASE-PATH.
031300     WRITE PRICED-HISTORY-RECORD.
031310
031320*    THE SETTLED PRICING REPLACES THE INTERIM RTC 45 RECORD AS
039581     END-IF.
039582     MOVE CX-MBI                    TO AUD-MBI.
039583     MOVE CX-LINE-ITEM-DATE-SERVICE (1:4) TO AUD-SERVICE-YEAR.
039587     MOVE 'H'                       TO HSHX-FUNCTION.
039591     MOVE 'ESCALTRU'                TO HSHX-PROGRAM-ID.
039595     MOVE ZERO                      TO HSHX-PARTITION-NUMBER.
039599     CALL 'ESCALHSH'             USING AUDIT-CHAIN-REQUEST
039603                                       AUDIT-LOG-RECORD.
039607     WRITE AUDIT-LOG-RECORD
039611         INVALID KEY
039615            PERFORM 2410-REPLACE-AUDIT-RECORD
039619     END-WRITE.
039623/
039627******************************************************************
039631*  THE RECORD BEING REPLACED GOES ON THE ANCHOR FILE FIRST, SO   *
039635*  ITS PLACE IN ITS CHAIN IS ACCOUNTED FOR.                      *
039639******************************************************************
039643 2410-REPLACE-AUDIT-RECORD.
039647     MOVE AUDIT-LOG-RECORD          TO WS-NEW-AUDIT-RECORD.
039651     READ AUDIT-LOG-STORE
039655         NOT INVALID KEY
039659            MOVE 'S'                TO HSHX-FUNCTION
039663            CALL 'ESCALHSH'      USING AUDIT-CHAIN-REQUEST
039667                                       AUDIT-LOG-RECORD
039671     END-READ.
039675     MOVE WS-NEW-AUDIT-RECORD       TO AUDIT-LOG-RECORD.
039679     REWRITE AUDIT-LOG-RECORD.
039683/
039700 2900-READ-NEXT-INTERIM.
039800     READ INTERIM-PAID-IN
039900         AT END MOVE 'Y'            TO WS-INT-EOF-SWITCH
042100     WRITE TRURPT-RECORD  FROM RPT-TOTAL-LINE.
042200/
042300 5000-TERMINATE.
042325     MOVE 'C'                       TO HSHX-FUNCTION.
042350     CALL 'ESCALHSH'             USING AUDIT-CHAIN-REQUEST
042375                                       AUDIT-LOG-RECORD.
042400     CLOSE INTERIM-PAID-IN
042500           SETTLEMENT-REMIT-OUT
042600           SETTLEMENT-GL-OUT
