                ACCOUNTS, OR WITH UNUSABLE AMOUNTS OR DATES, ARE        00001200
                WRITTEN UNCHANGED TO A SUSPENSE FILE TO BE WORKED THE   00001300
                NEXT MORNING.  AN APPLIED/UNAPPLIED REPORT WITH         00001400
                CONTROL TOTALS IS PRODUCED FOR THE RUN.  ON THE
                BALCOMP SPLIT A PAYMENT PAYS FEES FIRST, THEN FINANCE
                CHARGES, THEN PRINCIPAL.
       ENVIRONMENT DIVISION.                                            00001600
       INPUT-OUTPUT SECTION.                                            00001700
       FILE-CONTROL.                                                    00001800
               ACCESS MODE IS RANDOM                                    00002300
               RECORD KEY IS ACCTDO                                     00002400
               FILE STATUS IS WS-ACCTFIL-STATUS.                        00002500
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST                        00002600
               ORGANIZATION IS INDEXED                                  00002700
               ACCESS MODE IS DYNAMIC                                   00002800
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-ACCT
               FILE STATUS IS WS-RL-STATUS.
           SELECT FWDBUYR-FILE ASSIGN TO FWDBUYR
               FILE STATUS IS WS-FWD-STATUS.
           SELECT PAY-REPORT-FILE ASSIGN TO PAYRPT                      00003800
               FILE STATUS IS WS-RPT-STATUS.                            00003900
       DATA DIVISION.                                                   00004000
           RECORDING MODE F.                                            00005200
       01  ACCTREC.                                                     00005300
           COPY ACCTREC.                                                00005400
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  PAYHIST-FILE                                                 00005500
           RECORDING MODE F.                                            00005600
       01  PAYHIST-REC.                                                 00005700
           RECORDING MODE F.
       01  RECOVLED-REC.
           COPY RECOVLED.
       FD  FWDBUYR-FILE
           RECORDING MODE F.
       01  FWDBUYR-REC.
           COPY FWDBUYR.
       FD  PAY-REPORT-FILE                                              00006600
           RECORDING MODE F.                                            00006700
       01  PAY-RPT-REC                 PIC X(100).                      00006800
           02  WS-RECOV-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-RL-WORK-N            PIC S9(7)V99 COMP-3 VALUE 0.
           02  WS-RL-CHG-N             PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-FWD-STATUS           PIC XX VALUE SPACES.
           02  WS-FWD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-FWD-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-TRAN-SER             PIC S9(9) COMP-3 VALUE 0.
           02  WS-HIST-SER             PIC S9(9) COMP-3 VALUE 0.
           02  WS-SUSPWK-STATUS        PIC XX VALUE SPACES.
           02  WS-LAST-SEQ             PIC S9(4) COMP VALUE +0.         00008700
           02  WS-LOCK-STATUS          PIC XX VALUE SPACES.             00008800
               88  LOCK-FOUND              VALUE '00'.                  00008900
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
           02  WS-LOCK-BUSY-SW         PIC X VALUE 'N'.                 00009000
               88  LOCK-BUSY               VALUE 'Y'.                   00009100
           02  WS-LOCK-LIMIT           PIC S9(7) COMP-3 VALUE +1000.    00009200
           02  AMT-LABEL               PIC X(18).                       00013800
           02  AMT-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.              00013900
           02  FILLER                  PIC X(68) VALUE SPACES.          00014000
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00014100
       0000-MAIN.                                                       00014200
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00014300
           OPEN I-O SUSPWK-FILE.
           OPEN I-O PAYHOLD-FILE.
           OPEN I-O RECOVLED-FILE.
           OPEN I-O BALCOMP-FILE.
           OPEN OUTPUT FWDBUYR-FILE.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
           PERFORM 1200-READ-CKPT THRU 1200-EXIT.
           OPEN OUTPUT PAY-REPORT-FILE.                                 00015300
           OPEN INPUT ACCTLOCK-FILE.                                    00015400
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-NOW-DAY FROM DAY.                                  00015500
           ACCEPT WS-NOW-HMS FROM TIME.                                 00015600
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.                      00015700
      *****************************************************************
       1200-READ-CKPT.
           OPEN I-O CKPT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'AC10' TO CKPT-ID.
           READ CKPT-FILE
               INVALID KEY MOVE '23' TO WS-CKPT-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT CKPT-FOUND
               MOVE 'AC10' TO CKPT-ID
               MOVE SPACES TO CKPT-KEY
               MOVE 'Y' TO CKPT-ACTIVE
               WRITE CKPT-REC
                   INVALID KEY MOVE '23' TO WS-CKPT-STATUS
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               GO TO 1200-EXIT.
           IF CKPT-IS-ACTIVE AND CKPT-KEY (1:7) NUMERIC
               MOVE 'Y' TO WS-RESTART-SW
               MOVE WS-CKPT-DISP TO CKPT-KEY (1:7).
           REWRITE CKPT-REC
               INVALID KEY MOVE '23' TO WS-CKPT-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       1200-EXIT.
           EXIT.
       2000-PROCESS-RECORD.                                             00016800
                   MOVE 'ACCOUNT NOT FOUND' TO RPT-STATUS               00019100
                   PERFORM 2500-TO-SUSPENSE THRU 2500-EXIT              00019200
           END-READ.                                                    00019300
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-FOUND                                             00019400
               MOVE PT-ACCT TO LK-ACCT                                  00019500
               PERFORM 2600-CK-LOCK THRU 2600-EXIT                      00019600
       2100-READ-TRAN.                                                  00020800
           READ PAYMENT-TRAN-FILE                                       00020900
               AT END MOVE 'Y' TO WS-EOF-SW.                            00021000
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00021100
           EXIT.                                                        00021200
       2200-APPLY-PAYMENT.                                              00021300
           MOVE PT-YR TO PYR (1).                                       00022700
           REWRITE ACCTREC                                              00022800
               INVALID KEY MOVE 'REWRITE FAILED' TO RPT-STATUS.         00022900
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES                                   00023000
               PERFORM 2500-TO-SUSPENSE THRU 2500-EXIT                  00023100
               GO TO 2200-EXIT.                                         00023200
      *    THE PAYMENT PAYS FEES FIRST, THEN FINANCE CHARGES, THEN
      *    PRINCIPAL ON THE BALCOMP SPLIT.
           MOVE 'A' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = WS-BAL-AMT-N + WS-PAY-AMT-N.
           MOVE WS-PAY-AMT-N TO BCL-AMT.
           PERFORM 2950-POST-COMPONENTS THRU 2950-EXIT.
           PERFORM 2300-ADD-PAYHIST THRU 2300-EXIT.                     00023300
           IF RPT-STATUS = SPACES                                       00023400
               MOVE 'APPLIED' TO RPT-STATUS.                            00023500
           MOVE 1 TO PH-SEQ.                                            00024400
           START PAYHIST-FILE KEY NOT < PH-KEY                          00024500
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.                       00024600
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK                                                00024700
               PERFORM 2310-SCAN-PAYHIST THRU 2310-EXIT                 00024800
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = PT-ACCT.       00024900
           MOVE 'L' TO PH-SRC.
           WRITE PAYHIST-REC                                            00025700
               INVALID KEY MOVE 'PAYHIST WRITE FAILED' TO RPT-STATUS.   00025800
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2300-EXIT.                                                       00025900
           EXIT.                                                        00026000
       2310-SCAN-PAYHIST.                                               00026100
           READ PAYHIST-FILE NEXT RECORD                                00026200
               AT END MOVE '10' TO WS-PAYHIST-STATUS.                   00026300
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = PT-ACCT                          00026400
               MOVE PH-SEQ TO WS-LAST-SEQ.                              00026500
       2310-EXIT.                                                       00026600
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2700-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2710-CK-ENTRY THRU 2710-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = PT-ACCT.
       2710-CK-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = PT-ACCT
               GO TO 2710-EXIT.
           IF NOT PH-IS-PAYMENT GO TO 2710-EXIT.
           MOVE PT-ACCT TO RL-ACCT.
           READ RECOVLED-FILE
               INVALID KEY MOVE '23' TO WS-RL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
      *    THE DEBT BELONGS TO THE BUYER ONCE ACCT112 HAS SOLD IT.
           IF RL-FOUND AND RL-SOLD
               PERFORM 2760-FORWARD-TO-BUYER THRU 2760-EXIT
               GO TO 2750-EXIT.
           IF RL-FOUND
               MOVE RL-RECOVERED TO WS-AMT-X
               PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT
               REWRITE RECOVLED-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               MOVE SPACES TO RECOVLED-REC
               MOVE PT-ACCT TO RL-ACCT
               WRITE RECOVLED-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
           END-IF.
           MOVE 'V' TO WS-PH-TYPE.
           PERFORM 2300-ADD-PAYHIST THRU 2300-EXIT.
           WRITE PAY-RPT-REC FROM RPT-LINE.
       2750-EXIT.
           EXIT.
       2760-FORWARD-TO-BUYER.
           MOVE SPACES TO FWDBUYR-REC.
           MOVE PT-ACCT TO FB-ACCT.
           MOVE PT-DATE TO FB-PAY-DATE.
           MOVE PT-AMT TO FB-AMT.
           MOVE RL-SALE-ID TO FB-SALE-ID.
           MOVE RL-SALE-DATE TO FB-SALE-DATE.
           MOVE 'L' TO FB-SRC.
           WRITE FWDBUYR-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 'SOLD - FORWARD TO DEBT BUYER' TO RPT-STATUS.
           ADD 1 TO WS-FWD-CNT.
           ADD WS-PAY-AMT-N TO WS-FWD-AMT.
           WRITE PAY-RPT-REC FROM RPT-LINE.
       2760-EXIT.
           EXIT.
       2800-TO-HOLD.
           MOVE WS-NOW-DATE TO HD-DATE.
           MOVE WS-NOW-TIME TO HD-TIME.
           MOVE ZERO TO HD-DEC-DATE.
           WRITE PAYHOLD-REC
               INVALID KEY ADD 1 TO WS-HD-SEQ.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-HOLD-CNT.
           ADD WS-PAY-AMT-N TO WS-HOLD-AMT.
           WRITE PAY-RPT-REC FROM RPT-LINE.
      *****************************************************************
       2500-TO-SUSPENSE.                                                00028200
           WRITE SUSP-REC FROM PAY-TRAN-REC.                            00028300
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE WS-NOW-DATE TO SW-DATE.
           MOVE WS-NOW-TIME TO SW-TIME.
           ADD 1 TO WS-SW-SEQ.
           MOVE ZERO TO SW-CLR-DATE.
           WRITE SUSPWK-REC
               INVALID KEY ADD 1 TO WS-SW-SEQ.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-SUSP-CNT.                                        00028400
           ADD WS-PAY-AMT-N TO WS-SUSP-AMT.                             00028500
           WRITE PAY-RPT-REC FROM RPT-LINE.                             00028600
           MOVE 'N' TO WS-LOCK-BUSY-SW.                                 00029600
           READ ACCTLOCK-FILE                                           00029700
               INVALID KEY GO TO 2600-EXIT.                             00029800
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LOCK-FOUND GO TO 2600-EXIT.                           00029900
           MOVE LK-TIME TO WS-LK-TIME.                                  00030000
           MOVE LK-DATE TO WS-LK-DATE.                                  00030100
           MOVE 'Y' TO CKPT-ACTIVE.
           REWRITE CKPT-REC
               INVALID KEY MOVE '23' TO WS-CKPT-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * THE POSTING IS CARRIED TO THE BALCOMP PRINCIPAL / FINANCE
      * CHARGE / FEE SPLIT THROUGH CBLPGM04.  THE CALLER HAS SET THE
      * FUNCTION, THE BALANCE BEFORE THE POSTING AND THE AMOUNT.
      *****************************************************************
       2950-POST-COMPONENTS.
           MOVE ACCTDO TO BC-ACCT.
           READ BALCOMP-FILE
               INVALID KEY MOVE '23' TO WS-BC-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT BC-FOUND
               MOVE SPACES TO BALCOMP-REC
               MOVE ACCTDO TO BC-ACCT
               MOVE 0 TO BC-PRIN, BC-FIN, BC-FEES.
           IF BC-PRIN NOT NUMERIC OR BC-FIN NOT NUMERIC
               OR BC-FEES NOT NUMERIC
               MOVE 0 TO BC-PRIN, BC-FIN, BC-FEES.
           MOVE BC-PRIN TO BCL-PRIN.
           MOVE BC-FIN TO BCL-FIN.
           MOVE BC-FEES TO BCL-FEES.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
           MOVE BCL-PRIN TO BC-PRIN.
           MOVE BCL-FIN TO BC-FIN.
           MOVE BCL-FEES TO BC-FEES.
           IF BC-FOUND
               REWRITE BALCOMP-REC
                   INVALID KEY MOVE '23' TO WS-BC-STATUS
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               WRITE BALCOMP-REC
                   INVALID KEY MOVE '22' TO WS-BC-STATUS
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2950-EXIT.
           EXIT.
       9000-TERMINATE.                                                  00031200
           MOVE SPACES TO SUMMARY-LINE.                                 00031300
           MOVE WS-READ-CNT TO SUM-READ.                                00031400
           MOVE 'AMOUNT RECOVERED:' TO AMT-LABEL.
           MOVE WS-RECOV-AMT TO AMT-TOTAL.
           WRITE PAY-RPT-REC FROM AMOUNT-LINE.
           MOVE 'FORWARD TO BUYER:' TO AMT-LABEL.
           MOVE WS-FWD-AMT TO AMT-TOTAL.
           WRITE PAY-RPT-REC FROM AMOUNT-LINE.
           MOVE 'AC10' TO CKPT-ID.
           MOVE SPACES TO CKPT-KEY.
           MOVE 'N' TO CKPT-ACTIVE.
           REWRITE CKPT-REC
               INVALID KEY MOVE '23' TO WS-CKPT-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           CLOSE PAYMENT-TRAN-FILE, ACCT-MASTER, PAYHIST-FILE,          00033100
               SUSPENSE-FILE, PAY-REPORT-FILE, ACCTLOCK-FILE,           00033200
               SUSPWK-FILE, PAYHOLD-FILE, CKPT-FILE, RECOVLED-FILE,
               FWDBUYR-FILE, BALCOMP-FILE.
       9000-EXIT.                                                       00033300
           EXIT.                                                        00033400
      *****************************************************************
      * A HARD STATUS ON ANY FILE - A FAILED OPEN, A PERMANENT OR
      * LOGIC ERROR, A VSAM ERROR - ENDS THE RUN THROUGH CBLPGM05 AND
      * THE MXBPCABT ABEND ROUTINE WITH THE FILE, THE OPERATION, THE
      * STATUS AND THE RECORD KEY.  END OF FILE, DUPLICATE AND
      * NOT-FOUND ARE STILL HANDLED WHERE THE FILE IS READ.
      * THE REPORT IS NOT CHECKED AFTER EVERY LINE; A BAD STATUS ON
      * IT IS CAUGHT AT THE NEXT CHECK AND REPORTED AS A WRITE.
      *****************************************************************
       9800-CK-OPEN.
           MOVE 'OPEN' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9810-CK-READ.
           MOVE 'READ' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9820-CK-WRITE.
           MOVE 'WRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9830-CK-REWRITE.
           MOVE 'REWRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-TRAN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYTRAN' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PAY-TRAN-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCTDO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-BC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'BALCOMP' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BC-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-LOCK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTLOCK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LK-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SUSP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYSUSP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SUSP-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SUSPWK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SUSPWK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SW-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-HOLD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHOLD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE HD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CKPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYCKPT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CKPT-ID TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RECOVLED' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RL-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-FWD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'FWDBUYR' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE FWDBUYR-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'PAYRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PAY-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
      *    THE ABEND TEXT SAYS WHERE THE 'AC10' CHECKPOINT STANDS, SO
      *    WHOEVER RESTARTS THE JOB KNOWS WHICH INPUT RECORDS THE RERUN
      *    WILL SKIP AS ALREADY POSTED.
       9860-ABEND.
           MOVE 'ACCT10' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           STRING 'CHECKPOINT AC10 AT INPUT RECORD ' WS-CKPT-DISP
                  '; RERUN RESUMES AFTER IT' DELIMITED BY SIZE
               INTO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
