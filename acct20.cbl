                TO THE REPORT.  A RECONCILIATION SUMMARY OF             00001700
                PLACEMENTS STILL OUTSTANDING VERSUS RETURNS             00001800
                PROCESSED IS PRINTED AT END OF JOB.                     00001900
                THE AGENCY KEEPS ITS COMMISSION AND REMITS THE NET, SO
                A PAYMENT RESULT ALSO CARRIES THE COMMISSION WITHHELD.
                THE GROSS IS WHAT POSTS TO THE ACCOUNT; THE COMMISSION
                THE COMMTAB RATE FOR THE AGENCY AND PLACEMENT TIER ON
                AGYPLACE SAYS WAS EARNED IS WRITTEN BESIDE WHAT WAS
                WITHHELD TO THE COMMLED LEDGER FOR THE ACCT113 MONTHLY
                STATEMENT, AND THE WITHHELD AMOUNT GOES ON PAYHIST AS A
                TYPE 'M' ENTRY FOR THE ACCT41 JOURNAL.  RECALLS AND
                CLOSE-OUTS END THE PLACEMENT ON AGYPLACE.  ON THE
                BALCOMP SPLIT AN AGENCY PAYMENT PAYS FEES FIRST, THEN
                FINANCE CHARGES, THEN PRINCIPAL.
       ENVIRONMENT DIVISION.                                            00002000
       INPUT-OUTPUT SECTION.                                            00002100
       FILE-CONTROL.                                                    00002200
               ACCESS MODE IS DYNAMIC                                   00002700
               RECORD KEY IS ACCTDO                                     00002800
               FILE STATUS IS WS-ACCTFIL-STATUS.                        00002900
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST                        00003000
               ORGANIZATION IS INDEXED                                  00003100
               ACCESS MODE IS DYNAMIC                                   00003200
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-ACCT
               FILE STATUS IS WS-RL-STATUS.
           SELECT FWDBUYR-FILE ASSIGN TO FWDBUYR
               FILE STATUS IS WS-FWD-STATUS.
           SELECT AGYPLACE-FILE ASSIGN TO AGYPLACE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
           SELECT COMMTAB-FILE ASSIGN TO COMMTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CM-STATUS.
           SELECT COMMLED-FILE ASSIGN TO COMMLED
               FILE STATUS IS WS-CL-STATUS.
       DATA DIVISION.                                                   00003700
       FILE SECTION.                                                    00003800
       FD  AGENCY-RESULT-FILE                                           00003900
               10  RS-DAY              PIC 9(2).                        00004600
               10  RS-YR               PIC 9(2).                        00004700
           05  RS-AMT                  PIC X(8).                        00004800
           05  RS-COMM                 PIC X(8).
       FD  ACCT-MASTER                                                  00004900
           RECORDING MODE F.                                            00005000
       01  ACCTREC.                                                     00005100
           COPY ACCTREC.                                                00005200
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  PAYHIST-FILE                                                 00005300
           RECORDING MODE F.                                            00005400
       01  PAYHIST-REC.                                                 00005500
           RECORDING MODE F.
       01  RECOVLED-REC.
           COPY RECOVLED.
       FD  FWDBUYR-FILE
           RECORDING MODE F.
       01  FWDBUYR-REC.
           COPY FWDBUYR.
       FD  AGYPLACE-FILE
           RECORDING MODE F.
       01  AGYPLACE-REC.
           COPY AGYPLACE.
       FD  COMMTAB-FILE
           RECORDING MODE F.
       01  COMMTAB-REC.
           COPY COMMTAB.
       FD  COMMLED-FILE
           RECORDING MODE F.
       01  COMMLED-REC.
           COPY COMMLED.
       FD  STATTAB-FILE
           RECORDING MODE F.
       01  STATTAB-REC.
           02  WS-PAY-AMT-TOT          PIC S9(9)V99 COMP-3 VALUE 0.     00007600
           02  WS-STILL-PLACED         PIC S9(7) COMP-3 VALUE 0.        00007700
           02  WS-LAST-SEQ             PIC S9(4) COMP VALUE +0.         00007800
           02  WS-FWD-STATUS           PIC XX VALUE SPACES.
           02  WS-FWD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-FWD-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-AP-STATUS            PIC XX VALUE SPACES.
               88  AP-FOUND                VALUE '00'.
           02  WS-CM-STATUS            PIC XX VALUE SPACES.
               88  CM-FOUND                VALUE '00'.
           02  WS-CL-STATUS            PIC XX VALUE SPACES.
           02  WS-CL-KIND              PIC X VALUE 'P'.
           02  WS-AP-NEW-STAT          PIC X VALUE SPACE.
           02  WS-COMM-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-OWED-TOT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-HELD-TOT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-GROSS-N              PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-OWED-N               PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-HELD-N               PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-RATE                 PIC 9(2)V99 VALUE 0.
           02  WS-SB-STATUS            PIC XX VALUE SPACES.
               88  SB-FOUND                VALUE '00'.
           02  WS-SB-SUB               PIC S9(4) COMP VALUE +0.
               88  TRANS-LEGAL             VALUE 'Y'.
           02  WS-RL-STATUS            PIC XX VALUE SPACES.
               88  RL-FOUND                VALUE '00'.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
           02  WS-PH-TYPE              PIC X VALUE 'P'.
           02  WS-RECOV-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-RECOV-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-RL-WORK-N            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-FULL               PIC 9(8) VALUE 0.
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-AMT-WORK.                                                 00007900
           02  WS-AMT-X                PIC X(8).                        00008000
           02  WS-AMT-XR REDEFINES WS-AMT-X.                            00008100
           02  TOT-LABEL               PIC X(28).                       00010900
           02  TOT-AMT                 PIC ZZZ,ZZZ,ZZ9.99.              00011000
           02  FILLER                  PIC X(58) VALUE SPACES.          00011100
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00011200
       0000-MAIN.                                                       00011300
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00011400
           OPEN I-O ACCT-MASTER.                                        00012100
           OPEN I-O PAYHIST-FILE.                                       00012200
           OPEN I-O RECOVLED-FILE.
           OPEN I-O BALCOMP-FILE.
           OPEN OUTPUT FWDBUYR-FILE.
           OPEN I-O AGYPLACE-FILE.
           OPEN INPUT COMMTAB-FILE.
           OPEN EXTEND COMMLED-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-TODAY-FULL = WS-WINDOW-CCYY * 10000
               + WS-TODAY-MM * 100 + WS-TODAY-DD.
           OPEN OUTPUT RESULT-REPORT-FILE.                              00012300
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE RESULT-RPT-REC FROM HEADER-LINE.                       00012400
           PERFORM 2100-READ-RESULT THRU 2100-EXIT.                     00012500
       1000-EXIT.                                                       00012600
                   MOVE 'ACCOUNT NOT FOUND' TO RPT-STATUS               00014200
                   PERFORM 2900-REJECT THRU 2900-EXIT                   00014300
           END-READ.                                                    00014400
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND                                         00014500
               GO TO 2000-READ-NEXT.                                    00014600
           IF AGENCYDO NOT = 'A'                                        00014700
       2100-READ-RESULT.                                                00016300
           READ AGENCY-RESULT-FILE                                      00016400
               AT END MOVE 'Y' TO WS-EOF-SW.                            00016500
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00016600
           EXIT.                                                        00016700
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
           EXIT.
       2200-APPLY-PAYMENT.                                              00016800
           MOVE RS-AMT TO WS-AMT-X.                                     00016900
           PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT.                     00017000
           MOVE RS-YR TO PYR (1).                                       00018900
           REWRITE ACCTREC                                              00019000
               INVALID KEY MOVE 'REWRITE FAILED' TO RPT-STATUS.         00019100
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES                                   00019200
               PERFORM 2900-REJECT THRU 2900-EXIT                       00019300
               GO TO 2200-EXIT.                                         00019400
      *    THE PAYMENT PAYS FEES FIRST, THEN FINANCE CHARGES, THEN
      *    PRINCIPAL ON THE BALCOMP SPLIT.
           MOVE 'A' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = WS-BAL-AMT-N + WS-PAY-AMT-N.
           MOVE WS-PAY-AMT-N TO BCL-AMT.
           PERFORM 2950-POST-COMPONENTS THRU 2950-EXIT.
           PERFORM 2600-ADD-PAYHIST THRU 2600-EXIT.                     00019500
           IF RPT-STATUS = SPACES                                       00019600
               MOVE 'PAYMENT APPLIED' TO RPT-STATUS.                    00019700
           ADD 1 TO WS-PAY-CNT.                                         00019800
           ADD WS-PAY-AMT-N TO WS-PAY-AMT-TOT.                          00019900
           WRITE RESULT-RPT-REC FROM RPT-LINE.                          00020000
           MOVE 'P' TO WS-CL-KIND.
           PERFORM 2800-RECORD-COMMISSION THRU 2800-EXIT.
       2200-EXIT.                                                       00020100
           EXIT.                                                        00020200
       2300-RECALL.                                                     00020300
           MOVE SPACE TO AGENCYDO.                                      00020400
           REWRITE ACCTREC                                              00020500
               INVALID KEY MOVE 'REWRITE FAILED' TO RPT-STATUS.         00020600
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES                                   00020700
               PERFORM 2900-REJECT THRU 2900-EXIT                       00020800
               GO TO 2300-EXIT.                                         00020900
           MOVE 'RECALLED FROM AGENCY' TO RPT-STATUS.                   00021000
           MOVE 'R' TO WS-AP-NEW-STAT.
           PERFORM 2850-END-PLACEMENT THRU 2850-EXIT.
           ADD 1 TO WS-RECALL-CNT.                                      00021100
           WRITE RESULT-RPT-REC FROM RPT-LINE.                          00021200
       2300-EXIT.                                                       00021300
           MOVE 'CO' TO STATDO.                                         00021700
           REWRITE ACCTREC                                              00021800
               INVALID KEY MOVE 'REWRITE FAILED' TO RPT-STATUS.         00021900
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES                                   00022000
               PERFORM 2900-REJECT THRU 2900-EXIT                       00022100
               GO TO 2400-EXIT.                                         00022200
           MOVE 'CLOSED / CHARGED OFF' TO RPT-STATUS.                   00022300
           MOVE 'C' TO WS-AP-NEW-STAT.
           PERFORM 2850-END-PLACEMENT THRU 2850-EXIT.
           ADD 1 TO WS-CLOSE-CNT.                                       00022400
           WRITE RESULT-RPT-REC FROM RPT-LINE.                          00022500
       2400-EXIT.                                                       00022600
           MOVE 1 TO PH-SEQ.                                            00024500
           START PAYHIST-FILE KEY NOT < PH-KEY                          00024600
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.                       00024700
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK                                                00024800
               PERFORM 2610-SCAN-PAYHIST THRU 2610-EXIT                 00024900
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = RS-ACCT.       00025000
           MOVE 'G' TO PH-SRC.
           WRITE PAYHIST-REC                                            00025800
               INVALID KEY MOVE 'PAYHIST WRITE FAILED' TO RPT-STATUS.   00025900
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2600-EXIT.                                                       00026000
           EXIT.                                                        00026100
       2610-SCAN-PAYHIST.                                               00026200
           READ PAYHIST-FILE NEXT RECORD                                00026300
               AT END MOVE '10' TO WS-PAYHIST-STATUS.                   00026400
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = RS-ACCT                          00026500
               MOVE PH-SEQ TO WS-LAST-SEQ.                              00026600
       2610-EXIT.                                                       00026700
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SB-FOUND GO TO 2700-EXIT.
           MOVE 'N' TO WS-TRANS-OK-SW.
           PERFORM 2710-CK-NEXT THRU 2710-EXIT
           MOVE RS-ACCT TO RL-ACCT.
           READ RECOVLED-FILE
               INVALID KEY MOVE '23' TO WS-RL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
      *    THE DEBT BELONGS TO THE BUYER ONCE ACCT112 HAS SOLD IT.
           IF RL-FOUND AND RL-SOLD
               PERFORM 2760-FORWARD-TO-BUYER THRU 2760-EXIT
               GO TO 2750-EXIT.
           IF RL-FOUND
               MOVE RL-RECOVERED TO WS-AMT-X
               PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT
               REWRITE RECOVLED-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               MOVE SPACES TO RECOVLED-REC
               MOVE RS-ACCT TO RL-ACCT
               WRITE RECOVLED-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
           END-IF.
           MOVE 'V' TO WS-PH-TYPE.
           PERFORM 2600-ADD-PAYHIST THRU 2600-EXIT.
           ADD 1 TO WS-RECOV-CNT.
           ADD WS-PAY-AMT-N TO WS-RECOV-AMT.
           WRITE RESULT-RPT-REC FROM RPT-LINE.
           MOVE 'V' TO WS-CL-KIND.
           PERFORM 2800-RECORD-COMMISSION THRU 2800-EXIT.
       2750-EXIT.
           EXIT.
       2760-FORWARD-TO-BUYER.
           MOVE SPACES TO FWDBUYR-REC.
           MOVE RS-ACCT TO FB-ACCT.
           MOVE RS-DATE TO FB-PAY-DATE.
           MOVE RS-AMT TO FB-AMT.
           MOVE RL-SALE-ID TO FB-SALE-ID.
           MOVE RL-SALE-DATE TO FB-SALE-DATE.
           MOVE 'G' TO FB-SRC.
           WRITE FWDBUYR-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 'SOLD - FORWARD TO DEBT BUYER' TO RPT-STATUS.
           ADD 1 TO WS-FWD-CNT.
           ADD WS-PAY-AMT-N TO WS-FWD-AMT.
           WRITE RESULT-RPT-REC FROM RPT-LINE.
       2760-EXIT.
           EXIT.
      *****************************************************************
      * THE AGENCY'S COMMISSION ON ONE PAYMENT OR RECOVERY.  THE RATE
      * IS THE COMMTAB ROW FOR THE AGENCY AND PLACEMENT TIER ON
      * AGYPLACE, FALLING BACK TO THE '****' ROW FOR THE TIER; AN
      * ACCOUNT WITH NO PLACEMENT HISTORY IS PRICED AS A FIRST
      * PLACEMENT.  WHAT THE RATE EARNS AND WHAT THE AGENCY WITHHELD
      * GO TO COMMLED; THE WITHHELD AMOUNT ALSO GOES TO PAYHIST AS A
      * TYPE 'M' ENTRY SO THE EXPENSE REACHES THE LEDGER.
      *****************************************************************
       2800-RECORD-COMMISSION.
           MOVE WS-PAY-AMT-N TO WS-GROSS-N.
           MOVE RS-ACCT TO AP-ACCT.
           READ AGYPLACE-FILE
               INVALID KEY MOVE '23' TO WS-AP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT AP-FOUND
               MOVE SPACES TO AGYPLACE-REC
               MOVE 'F' TO AP-TIER.
           MOVE AP-AGENCY TO CM-AGENCY.
           MOVE AP-TIER TO CM-TIER.
           READ COMMTAB-FILE
               INVALID KEY MOVE '23' TO WS-CM-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT CM-FOUND
               MOVE '****' TO CM-AGENCY
               MOVE AP-TIER TO CM-TIER
               READ COMMTAB-FILE
                   INVALID KEY MOVE '23' TO WS-CM-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT.
           MOVE 0 TO WS-RATE.
           IF CM-FOUND AND CM-RATE NUMERIC
               MOVE CM-RATE TO WS-RATE.
           COMPUTE WS-OWED-N ROUNDED = WS-GROSS-N * WS-RATE / 100.
           MOVE 0 TO WS-HELD-N.
           IF RS-COMM NOT = SPACES
               MOVE RS-COMM TO WS-AMT-X
               PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT
               IF NOT AMT-BAD
                   MOVE WS-AMT-VAL-N TO WS-HELD-N.
           MOVE SPACES TO COMMLED-REC.
           MOVE AP-AGENCY TO CL-AGENCY.
           MOVE RS-ACCT TO CL-ACCT.
           MOVE RS-YR TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE CL-DATE = WS-WINDOW-CCYY * 10000
               + RS-MO * 100 + RS-DAY.
           MOVE WS-CL-KIND TO CL-KIND.
           MOVE AP-TIER TO CL-TIER.
           MOVE WS-RATE TO CL-RATE.
           MOVE WS-GROSS-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO CL-GROSS.
           MOVE WS-OWED-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO CL-OWED.
           MOVE WS-HELD-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO CL-WITHHELD.
           WRITE COMMLED-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-COMM-CNT.
           ADD WS-OWED-N TO WS-OWED-TOT.
           ADD WS-HELD-N TO WS-HELD-TOT.
           IF WS-HELD-N > 0
               MOVE WS-HELD-N TO WS-PAY-AMT-N
               MOVE 'M' TO WS-PH-TYPE
               PERFORM 2600-ADD-PAYHIST THRU 2600-EXIT
               MOVE 'P' TO WS-PH-TYPE
               MOVE WS-GROSS-N TO WS-PAY-AMT-N.
       2800-EXIT.
           EXIT.
      *****************************************************************
      * A RECALL OR CLOSE-OUT ENDS THE ACCOUNT'S CURRENT PLACEMENT.
      * THE CALLER HAS SET THE NEW STATUS IN WS-AP-NEW-STAT.
      *****************************************************************
       2850-END-PLACEMENT.
           MOVE RS-ACCT TO AP-ACCT.
           READ AGYPLACE-FILE
               INVALID KEY MOVE '23' TO WS-AP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT AP-FOUND GO TO 2850-EXIT.
           MOVE WS-AP-NEW-STAT TO AP-STATUS.
           MOVE WS-TODAY-FULL TO AP-END-DATE.
           REWRITE AGYPLACE-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       2850-EXIT.
           EXIT.
       2900-REJECT.                                                     00026900
           ADD 1 TO WS-REJECT-CNT.                                      00027000
           WRITE RESULT-RPT-REC FROM RPT-LINE.                          00027100
       2900-EXIT.                                                       00027200
           EXIT.                                                        00027300
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
      ***************************************************************** 00027400
      * RECONCILIATION - COUNT THE ACCOUNTS STILL MARKED PLACED SO      00027500
      * THE REGISTER CAN BE BALANCED AGAINST THE ACCT19 PLACEMENTS.     00027600
           MOVE LOW-VALUES TO ACCTDO.                                   00028000
           START ACCT-MASTER KEY NOT < ACCTDO                           00028100
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.                       00028200
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 9100-COUNT-PLACED THRU 9100-EXIT                     00028300
               UNTIL ALL-DONE.                                          00028400
           MOVE SPACES TO SUMMARY-LINE.                                 00028500
           MOVE 'RECOVERIES (CHARGED OFF):   ' TO SUM-LABEL.
           MOVE WS-RECOV-CNT TO SUM-CNT.
           WRITE RESULT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SOLD - FORWARD TO BUYER:    ' TO SUM-LABEL.
           MOVE WS-FWD-CNT TO SUM-CNT.
           WRITE RESULT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CLOSED / CHARGED OFF:       ' TO SUM-LABEL.            00029500
           MOVE WS-CLOSE-CNT TO SUM-CNT.                                00029600
           WRITE RESULT-RPT-REC FROM SUMMARY-LINE.                      00029700
           MOVE 'AGENCY PAYMENTS APPLIED:    ' TO TOT-LABEL.            00030500
           MOVE WS-PAY-AMT-TOT TO TOT-AMT.                              00030600
           WRITE RESULT-RPT-REC FROM TOTAL-LINE.                        00030700
           MOVE 'FORWARD TO DEBT BUYER:      ' TO TOT-LABEL.
           MOVE WS-FWD-AMT TO TOT-AMT.
           WRITE RESULT-RPT-REC FROM TOTAL-LINE.
           MOVE 'COMMISSION WITHHELD:        ' TO TOT-LABEL.
           MOVE WS-HELD-TOT TO TOT-AMT.
           WRITE RESULT-RPT-REC FROM TOTAL-LINE.
           MOVE 'COMMISSION EARNED AT RATE:  ' TO TOT-LABEL.
           MOVE WS-OWED-TOT TO TOT-AMT.
           WRITE RESULT-RPT-REC FROM TOTAL-LINE.
           CLOSE AGENCY-RESULT-FILE, ACCT-MASTER, PAYHIST-FILE,
               RECOVLED-FILE, FWDBUYR-FILE, AGYPLACE-FILE,
               COMMTAB-FILE, COMMLED-FILE,
               RESULT-REPORT-FILE,
               STATTAB-FILE, BALCOMP-FILE.
       9000-EXIT.                                                       00031000
           EXIT.                                                        00031100
       9100-COUNT-PLACED.                                               00031200
           READ ACCT-MASTER NEXT RECORD                                 00031300
               AT END MOVE 'Y' TO WS-EOF-SW.                            00031400
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ALL-DONE AND AGENCYDO = 'A'                           00031500
               ADD 1 TO WS-STILL-PLACED.                                00031600
       9100-EXIT.                                                       00031700
           EXIT.                                                        00031800
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
           MOVE WS-RES-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AGCYRES' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AGENCY-RES-REC TO ABL-KEY
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
           MOVE WS-SB-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STATTAB' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SB-STATUS TO ABL-KEY
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
           MOVE WS-AP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AGYPLACE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AP-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CM-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COMMTAB' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CM-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COMMLED' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE COMMLED-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAGRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RESULT-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT20' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
