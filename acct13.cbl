           02  TOT-LABEL               PIC X(28).                       00009100
           02  TOT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.             00009200
           02  FILLER                  PIC X(57) VALUE SPACES.          00009300
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00009400
       0000-MAIN.                                                       00009500
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00009600
           OPEN INPUT ACCT-MASTER.                                      00010200
           OPEN INPUT PAYHIST-FILE.                                     00010300
           OPEN OUTPUT RECON-REPORT-FILE.                               00010400
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE RECON-RPT-REC FROM HEADER-LINE.                        00010500
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00010600
       1000-EXIT.                                                       00010700
       2100-READ-ACCTFIL.                                               00013000
           READ ACCT-MASTER NEXT RECORD                                 00013100
               AT END MOVE 'Y' TO WS-EOF-SW.                            00013200
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00013300
           EXIT.                                                        00013400
       2200-SUM-PAYHIST.                                                00013500
           MOVE 1 TO PH-SEQ.                                            00013900
           START PAYHIST-FILE KEY NOT < PH-KEY                          00014000
               INVALID KEY MOVE 'Y' TO WS-HIST-BAD-SW.                  00014100
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF HIST-BAD GO TO 2200-EXIT.                                 00014200
           PERFORM 2210-SUM-ENTRY THRU 2210-EXIT                        00014300
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.            00014400
       2210-SUM-ENTRY.                                                  00014700
           READ PAYHIST-FILE NEXT RECORD                                00014800
               AT END MOVE '10' TO WS-PAYHIST-STATUS.                   00014900
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO                    00015000
      *        NOTHING AT ALL ON FILE FOR THE ACCOUNT - EVEN THE        00015100
      *        SEQUENCE-1 SEED IS GONE - IS A MISSING-HISTORY           00015200
               GO TO 2210-EXIT.                                         00016300
      *    PAYMENTS, CREDIT MEMOS, SETTLEMENT FORGIVENESS AND
      *    CHARGE-OFFS REDUCE THE BALANCE; CHARGES,
      *    RETURNED-PAYMENT REVERSALS, RETURNED-CHECK FEES, DEBIT
      *    MEMOS, THE LATE, OVER-LIMIT AND ANNUAL FEES AND THE LEGAL
      *    COSTS ADVANCED IN LITIGATION RAISE IT.  A MISAPPLIED
      *    PAYMENT MOVED ON AC44 RAISES THE WRONG ACCOUNT (TYPE 'T')
      *    AND REDUCES THE RIGHT ONE (TYPE 'U').
      *    THE SEQUENCE-1 SEED IS ZERO.
           IF PH-IS-PAYMENT OR PH-IS-ADJ-CREDIT OR PH-IS-FORGIVEN       00016400
               OR PH-IS-CHARGEOFF OR PH-IS-XFER-IN
               SUBTRACT WS-AMT-VAL-N FROM WS-COMP-BAL-N                 00016500
           ELSE                                                         00016600
               IF PH-IS-CHARGE OR PH-IS-REVERSAL OR PH-IS-RETFEE        00016700
                   OR PH-IS-ADJ-DEBIT OR PH-IS-SCHED-FEE
                   OR PH-IS-LEGAL-COST OR PH-IS-XFER-OUT
                   ADD WS-AMT-VAL-N TO WS-COMP-BAL-N.                   00016800
       2210-EXIT.                                                       00016900
           EXIT.                                                        00017000
           CLOSE ACCT-MASTER, PAYHIST-FILE, RECON-REPORT-FILE.          00021900
       9000-EXIT.                                                       00022000
           EXIT.                                                        00022100
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCTDO TO ABL-KEY
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTRCRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RECON-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT13' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
