                  CHARGE-OFFS (O)     DR BAD DEBT   / CR RECEIVABLE
                  FORGIVENESS (W)     DR SETTLEMENT / CR RECEIVABLE
                  RECOVERIES (V)      DR CASH       / CR RECOVERY INC
                  LATE FEES (L)       DR RECEIVABLE / CR LATE FEE INC
                  OVER-LIMIT FEES (X) DR RECEIVABLE / CR OVL FEE INC
                  ANNUAL FEES (Y)     DR RECEIVABLE / CR ANN FEE INC
                  LEGAL COSTS (K)     DR RECEIVABLE / CR CASH
                  DEBT SALE (S)       DR CASH       / CR SALE PROCEEDS
                  AGENCY COMM. (M)    DR COMM EXP.  / CR CASH
                  PAYMT XFER OUT (T)  DR RECEIVABLE / CR XFER CLEAR.
                  PAYMT XFER IN (U)   DR XFER CLEAR./ CR RECEIVABLE
                THE AC44 TRANSFER PAIR IS A RECLASSIFICATION BETWEEN
                TWO CUSTOMERS' RECEIVABLES, NOT NEW CASH; THE CLEARING
                ACCOUNT NETS TO ZERO BECAUSE BOTH HALVES CARRY THE
                SAME (ORIGINAL PAYMENT) DATE.
                THE SECOND PARAMETER FIELD IS THE SAME DATE IN THE
                EIBDATE (0CYYDDD) FORM THE ACCTAUD KEYS CARRY; WHEN
                PRESENT, THE DAY'S ACCOUNT-MAINTENANCE CHANGES ON THE
                APPENDS ITS OWN RUNCTL RECORD SO THE ACCT34
                CONTROLLER CAN VERIFY IT RAN AND ITS VOLUME AGREES
                NIGHT OVER NIGHT, AND FAILS WITH RETURN CODE 8 IF THE
                VOUCHER DEBITS AND CREDITS DO NOT PROVE.  THE
                RECEIVABLE CARRIED ON BALCOMP IS ALSO REPORTED AS A
                MEMO SPLIT INTO PRINCIPAL, FINANCE CHARGES AND FEES.
                ON THE NIGHT THE ACCT122 MONTH-END LOSS-RESERVE RUN
                POSTS TO THE RSVHIST HISTORY FILE, THE CHANGE IN THE
                RESERVE IS JOURNALED AS ONE MORE PAIR:
                  RESERVE UP          DR PROVISION  / CR ALLOWANCE
                  RESERVE DOWN        DR ALLOWANCE  / CR PROVISION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT RSVHIST-FILE ASSIGN TO RSVHIST
               FILE STATUS IS WS-RV-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           RECORDING MODE F.
       01  ACCTAUD-REC.
           COPY ACCTAUD.
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  RSVHIST-FILE
           RECORDING MODE F.
       01  RSVHIST-REC.
           COPY RSVHIST.
       FD  JOURNAL-FILE
           RECORDING MODE F.
       01  JV-REC.
           02  WS-JRNL-STATUS          PIC XX VALUE SPACES.
           02  WS-RUNCTL-STATUS        PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-OK                   VALUE '00'.
           02  WS-RV-STATUS            PIC XX VALUE SPACES.
               88  RV-OK                   VALUE '00'.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-AUD-EOF-SW           PIC X VALUE 'N'.
           02  WS-DAY-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-JV-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-AUD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-BC-PRIN-TOT          PIC S9(11)V99 COMP-3 VALUE 0.
           02  WS-BC-FIN-TOT           PIC S9(11)V99 COMP-3 VALUE 0.
           02  WS-BC-FEES-TOT          PIC S9(11)V99 COMP-3 VALUE 0.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
       01  WS-JV-ED                    PIC Z(9)9.99.
      *****************************************************************
      * ONE CELL PER ACTIVITY GROUP, IN PH-TYPE ORDER: P, C, R, F, A,
      * J, O, W, V, L, X, Y, K, S, M, T, U.  THE GL ACCOUNT NUMBERS
      * NAME THE ACTIVITY SIDE OF EACH PAIR; THE OFFSET SIDE IS CASH
      * FOR MONEY MOVEMENTS AND THE RECEIVABLE FOR EVERYTHING ELSE.
      *****************************************************************
       01  GL-CASH-ACCT                PIC X(6) VALUE '100100'.
       01  GL-RECV-ACCT                PIC X(6) VALUE '120100'.
       01  GL-XFER-ACCT                PIC X(6) VALUE '120900'.
       01  GL-ALLOW-ACCT               PIC X(6) VALUE '129900'.
       01  GRP-TOTALS.
      *    THE LAST GROUP IS NOT A PAYHIST TYPE; IT CARRIES THE
      *    CHANGE IN THE LOSS RESERVE, WHICH MAY BE NEGATIVE.
           02  GRP-ENTRY OCCURS 18 TIMES.
               04  GRP-TYPE            PIC X.
               04  GRP-DESC            PIC X(20).
               04  GRP-GLACCT          PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  PRF-FLAG                PIC X(24).
           02  FILLER                  PIC X(37) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT.
           PERFORM 3200-SUM-COMPONENTS THRU 3200-EXIT.
           PERFORM 3300-RESERVE-CHANGE THRU 3300-EXIT.
           PERFORM 4000-WRITE-VOUCHERS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           PERFORM 1100-LOAD-GROUPS THRU 1100-EXIT.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
           OPEN INPUT PAYHIST-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT GL-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-REG-DATE TO HDR-DATE.
           WRITE GL-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-PAYHIST THRU 2100-EXIT.
           MOVE 'V' TO GRP-TYPE (9).
           MOVE 'CHARGE-OFF RECOVERY' TO GRP-DESC (9).
           MOVE '400300' TO GRP-GLACCT (9).
           MOVE 'L' TO GRP-TYPE (10).
           MOVE 'LATE FEES' TO GRP-DESC (10).
           MOVE '400210' TO GRP-GLACCT (10).
           MOVE 'X' TO GRP-TYPE (11).
           MOVE 'OVER-LIMIT FEES' TO GRP-DESC (11).
           MOVE '400220' TO GRP-GLACCT (11).
           MOVE 'Y' TO GRP-TYPE (12).
           MOVE 'ANNUAL FEES' TO GRP-DESC (12).
           MOVE '400230' TO GRP-GLACCT (12).
           MOVE 'K' TO GRP-TYPE (13).
           MOVE 'LEGAL COSTS ADVANCED' TO GRP-DESC (13).
           MOVE GL-CASH-ACCT TO GRP-GLACCT (13).
           MOVE 'S' TO GRP-TYPE (14).
           MOVE 'DEBT SALE PROCEEDS' TO GRP-DESC (14).
           MOVE '400310' TO GRP-GLACCT (14).
           MOVE 'M' TO GRP-TYPE (15).
           MOVE 'AGENCY COMMISSION' TO GRP-DESC (15).
           MOVE '600300' TO GRP-GLACCT (15).
           MOVE 'T' TO GRP-TYPE (16).
           MOVE 'PAYMENT XFER OUT' TO GRP-DESC (16).
           MOVE GL-XFER-ACCT TO GRP-GLACCT (16).
           MOVE 'U' TO GRP-TYPE (17).
           MOVE 'PAYMENT XFER IN' TO GRP-DESC (17).
           MOVE GL-XFER-ACCT TO GRP-GLACCT (17).
           MOVE 'Z' TO GRP-TYPE (18).
           MOVE 'LOSS RESERVE' TO GRP-DESC (18).
           MOVE '600400' TO GRP-GLACCT (18).
           PERFORM 1110-ZERO-GROUP THRU 1110-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 18.
       1100-EXIT.
           EXIT.
       1110-ZERO-GROUP.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF AMT-BAD GO TO 2000-READ-NEXT.
           PERFORM 2200-FIND-GROUP THRU 2200-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 17
               OR PH-TYPE = GRP-TYPE (WS-SUB).
           IF WS-SUB > 17 GO TO 2000-READ-NEXT.
           ADD 1 TO WS-DAY-CNT.
           ADD WS-AMT-VAL-N TO GRP-AMT (WS-SUB).
       2000-READ-NEXT.
       2100-READ-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-FIND-GROUP.
           IF PARM-AUD-DATE NOT NUMERIC OR PARM-AUD-DATE = 0
               GO TO 3000-EXIT.
           OPEN INPUT ACCTAUD-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 3100-READ-AUDIT THRU 3100-EXIT
               UNTIL AUD-ALL-DONE.
           CLOSE ACCTAUD-FILE.
       3100-READ-AUDIT.
           READ ACCTAUD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-AUD-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF AUD-ALL-DONE GO TO 3100-EXIT.
           IF AUD-DATE = PARM-AUD-DATE
               ADD 1 TO WS-AUD-CNT.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * THE RECEIVABLE AS CARRIED ON BALCOMP IS TOTALED BY COMPONENT -
      * PRINCIPAL, FINANCE CHARGES AND FEES - AS A MEMO SO ACCOUNTING
      * CAN SEE WHAT THE RECEIVABLE IS MADE OF.  WITHOUT THE FILE THE
      * MEMO IS LEFT AT ZERO.
      *****************************************************************
       3200-SUM-COMPONENTS.
           OPEN INPUT BALCOMP-FILE.
           IF NOT BC-OK GO TO 3200-EXIT.
           PERFORM 3210-READ-COMPONENTS THRU 3210-EXIT
               UNTIL NOT BC-OK.
           CLOSE BALCOMP-FILE.
       3200-EXIT.
           EXIT.
       3210-READ-COMPONENTS.
           READ BALCOMP-FILE NEXT RECORD
               AT END MOVE '10' TO WS-BC-STATUS.
           PERFORM 9870-CK-BALCOMP THRU 9870-EXIT.
           IF NOT BC-OK GO TO 3210-EXIT.
           IF BC-PRIN NUMERIC AND BC-FIN NUMERIC AND BC-FEES NUMERIC
               ADD BC-PRIN TO WS-BC-PRIN-TOT
               ADD BC-FIN TO WS-BC-FIN-TOT
               ADD BC-FEES TO WS-BC-FEES-TOT.
       3210-EXIT.
           EXIT.
      *****************************************************************
      * THE LOSS-RESERVE CHANGE POSTED FOR THIS DATE BY ACCT122.  A
      * RERUN OF THE RESERVE APPENDS ANOTHER RECORD FOR THE SAME DATE
      * CARRYING ONLY THE REMAINING DIFFERENCE, SO EVERY RECORD FOR
      * THE DATE IS ADDED.
      *****************************************************************
       3300-RESERVE-CHANGE.
           OPEN INPUT RSVHIST-FILE.
           IF NOT RV-OK GO TO 3300-EXIT.
           PERFORM 3310-READ-RSVHIST THRU 3310-EXIT
               UNTIL NOT RV-OK.
           CLOSE RSVHIST-FILE.
       3300-EXIT.
           EXIT.
       3310-READ-RSVHIST.
           READ RSVHIST-FILE
               AT END MOVE '10' TO WS-RV-STATUS.
           PERFORM 9875-CK-RSVHIST THRU 9875-EXIT.
           IF NOT RV-OK GO TO 3310-EXIT.
           IF RV-POST-DATE = WS-REG-DATE
               ADD RV-CHANGE TO GRP-AMT (18).
       3310-EXIT.
           EXIT.
      *****************************************************************
      * A BALANCED DEBIT/CREDIT PAIR IS WRITTEN PER NONZERO ACTIVITY
      * GROUP.  THE ACTIVITY SIDE CARRIES THE GROUP'S OWN GL ACCOUNT;
      * THE OFFSET IS CASH FOR PAYMENTS, REVERSALS AND LEGAL COSTS
      * ADVANCED AND THE RECEIVABLE FOR EVERYTHING ELSE.
      *****************************************************************
       4000-WRITE-VOUCHERS.
           PERFORM 4100-GROUP-PAIR THRU 4100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 18.
       4000-EXIT.
           EXIT.
       4100-GROUP-PAIR.
                   MOVE GL-RECV-ACCT TO GRP-GLACCT (WS-SUB)
                   PERFORM 4300-WRITE-CR THRU 4300-EXIT
                   MOVE GL-CASH-ACCT TO GRP-GLACCT (WS-SUB)
               WHEN 'R' WHEN 'K'
                   MOVE GL-RECV-ACCT TO GRP-GLACCT (WS-SUB)
                   PERFORM 4200-WRITE-DR THRU 4200-EXIT
                   MOVE GL-CASH-ACCT TO GRP-GLACCT (WS-SUB)
                   PERFORM 4200-WRITE-DR THRU 4200-EXIT
                   MOVE '400300' TO GRP-GLACCT (WS-SUB)
                   PERFORM 4300-WRITE-CR THRU 4300-EXIT
               WHEN 'S'
                   MOVE GL-CASH-ACCT TO GRP-GLACCT (WS-SUB)
                   PERFORM 4200-WRITE-DR THRU 4200-EXIT
                   MOVE '400310' TO GRP-GLACCT (WS-SUB)
                   PERFORM 4300-WRITE-CR THRU 4300-EXIT
               WHEN 'M'
                   PERFORM 4200-WRITE-DR THRU 4200-EXIT
                   MOVE GL-CASH-ACCT TO GRP-GLACCT (WS-SUB)
                   PERFORM 4300-WRITE-CR THRU 4300-EXIT
               WHEN 'Z'
                   PERFORM 4500-RESERVE-PAIR THRU 4500-EXIT
               WHEN 'J' WHEN 'O' WHEN 'W' WHEN 'U'
                   PERFORM 4200-WRITE-DR THRU 4200-EXIT
                   MOVE GL-RECV-ACCT TO GRP-GLACCT (WS-SUB)
                   PERFORM 4300-WRITE-CR THRU 4300-EXIT
           MOVE WS-JV-ED TO JV-DR.
           MOVE SPACES TO JV-CR.
           WRITE JV-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-JV-CNT.
           ADD WS-JV-AMT-N TO WS-DR-TOT-N.
       4200-EXIT.
           MOVE WS-JV-ED TO JV-CR.
           MOVE SPACES TO JV-DR.
           WRITE JV-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-JV-CNT.
           ADD WS-JV-AMT-N TO WS-CR-TOT-N.
       4300-EXIT.
               WHEN 'P' MOVE GL-CASH-ACCT TO GRP-GLACCT (WS-SUB)
               WHEN 'C' MOVE '400100' TO GRP-GLACCT (WS-SUB)
               WHEN 'R' MOVE GL-CASH-ACCT TO GRP-GLACCT (WS-SUB)
               WHEN 'K' MOVE GL-CASH-ACCT TO GRP-GLACCT (WS-SUB)
               WHEN 'F' MOVE '400200' TO GRP-GLACCT (WS-SUB)
               WHEN 'O' MOVE '600100' TO GRP-GLACCT (WS-SUB)
               WHEN 'W' MOVE '600200' TO GRP-GLACCT (WS-SUB)
               WHEN 'M' MOVE '600300' TO GRP-GLACCT (WS-SUB)
               WHEN 'V' MOVE '400300' TO GRP-GLACCT (WS-SUB)
               WHEN 'S' MOVE '400310' TO GRP-GLACCT (WS-SUB)
               WHEN 'L' MOVE '400210' TO GRP-GLACCT (WS-SUB)
               WHEN 'X' MOVE '400220' TO GRP-GLACCT (WS-SUB)
               WHEN 'Y' MOVE '400230' TO GRP-GLACCT (WS-SUB)
               WHEN 'T' MOVE GL-XFER-ACCT TO GRP-GLACCT (WS-SUB)
               WHEN 'U' MOVE GL-XFER-ACCT TO GRP-GLACCT (WS-SUB)
               WHEN 'Z' MOVE '600400' TO GRP-GLACCT (WS-SUB)
               WHEN OTHER MOVE '490100' TO GRP-GLACCT (WS-SUB)
           END-EVALUATE.
       4400-EXIT.
           EXIT.
      *****************************************************************
      * A RISE IN THE RESERVE IS A PROVISION EXPENSE AGAINST THE
      * ALLOWANCE; A FALL RELEASES THE ALLOWANCE BACK THE OTHER WAY.
      *****************************************************************
       4500-RESERVE-PAIR.
           IF WS-JV-AMT-N > 0
               PERFORM 4200-WRITE-DR THRU 4200-EXIT
               MOVE GL-ALLOW-ACCT TO GRP-GLACCT (WS-SUB)
               PERFORM 4300-WRITE-CR THRU 4300-EXIT
               GO TO 4500-EXIT.
           COMPUTE WS-JV-AMT-N = 0 - WS-JV-AMT-N.
           PERFORM 4300-WRITE-CR THRU 4300-EXIT.
           MOVE GL-ALLOW-ACCT TO GRP-GLACCT (WS-SUB).
           PERFORM 4200-WRITE-DR THRU 4200-EXIT.
       4500-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'TOTAL DEBITS:         ' TO PRF-LABEL.
           MOVE 'MANUAL EDITS (MEMO):  ' TO PRF-LABEL.
           MOVE WS-AUD-CNT TO PRF-AMT.
           WRITE GL-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'RECV PRINCIPAL (MEMO):' TO PRF-LABEL.
           MOVE WS-BC-PRIN-TOT TO PRF-AMT.
           WRITE GL-RPT-REC FROM PROOF-LINE.
           MOVE 'RECV FIN CHG (MEMO):  ' TO PRF-LABEL.
           MOVE WS-BC-FIN-TOT TO PRF-AMT.
           WRITE GL-RPT-REC FROM PROOF-LINE.
           MOVE 'RECV FEES (MEMO):     ' TO PRF-LABEL.
           MOVE WS-BC-FEES-TOT TO PRF-AMT.
           WRITE GL-RPT-REC FROM PROOF-LINE.
           PERFORM 9900-WRITE-RUNCTL THRU 9900-EXIT.
           CLOSE PAYHIST-FILE, JOURNAL-FILE, GL-REPORT-FILE.
       9000-EXIT.
      *****************************************************************
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT41' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-DAY-CNT TO RC-READ-CNT.
           MOVE WS-JV-CNT TO RC-WRITE-CNT.
           MOVE RETURN-CODE TO RC-COMP-CODE.
           WRITE RUNCTL-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           CLOSE RUNCTL-FILE.
       9900-EXIT.
           EXIT.
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
       9850-CK-FILES.
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-AUD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAUD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-JRNL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'GLJRNL' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE JV-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RUNCTL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RUNCTL' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RUNCTL-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'GLRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE GL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT41' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
      *****************************************************************
      * BALCOMP AND RSVHIST MAY NOT BE THERE, SO THEIR OPENS ARE
      * TESTED WHERE THEY ARE OPENED AND THEY ARE LEFT OUT OF
      * 9850-CK-FILES.  ONCE ONE IS OPEN, A HARD STATUS ON A READ
      * ENDS THE RUN THE SAME WAY.
      *****************************************************************
       9870-CK-BALCOMP.
           MOVE WS-BC-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9870-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'BALCOMP' TO ABL-FILE-NAME.
           MOVE 'V' TO ABL-FILE-ORG.
           MOVE BC-ACCT TO ABL-KEY.
           GO TO 9860-ABEND.
       9870-EXIT.
           EXIT.
       9875-CK-RSVHIST.
           MOVE WS-RV-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9875-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'RSVHIST' TO ABL-FILE-NAME.
           MOVE 'S' TO ABL-FILE-ORG.
           MOVE RSVHIST-REC TO ABL-KEY.
           GO TO 9860-ABEND.
       9875-EXIT.
           EXIT.
