               'CURE RATE (PCT COMPLETED):  '.
           02  CURE-PCT                PIC ZZ9.99.
           02  FILLER                  PIC X(66) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN INPUT ACCT-MASTER.
           OPEN I-O COLLWK-FILE.
           OPEN OUTPUT PLAN-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE PLAN-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           COMPUTE WS-TODAY-SER =
               WS-TODAY-YY * 372 + WS-TODAY-MM * 31 + WS-TODAY-DD.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
                   ADD 1 TO WS-ACTIVE-CNT.
           IF PLAN-CHANGED
               REWRITE PAYPLAN-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           PERFORM 2500-REPORT-PLAN THRU 2500-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-PLAN THRU 2100-EXIT.
       2100-READ-PLAN.
           READ PAYPLAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2300-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2310-CK-RECEIPT THRU 2310-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = PP-ACCT
               OR INST-MATCHED.
       2310-CK-RECEIPT.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = PP-ACCT
               GO TO 2310-EXIT.
      *    A PAYMENT MOVED IN ON AC44 COUNTS AS OF ITS ORIGINAL
      *    DATE; ONE MOVED AWAY WAS NEVER THIS CUSTOMER'S.
           IF NOT PH-IS-PAYMENT AND NOT PH-IS-XFER-IN
               GO TO 2310-EXIT.
           IF PH-IS-PAYMENT AND PH-PAY-XFERRED GO TO 2310-EXIT.
           IF PH-MO NOT = WS-DUE-MM OR PH-YR NOT = WS-DUE-YY
               GO TO 2310-EXIT.
           MOVE PH-AMT TO WS-AMT-X.
           MOVE PP-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY GO TO 2400-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND GO TO 2400-EXIT.
           MOVE '60' TO WS-BUCKET.
           MOVE 0 TO WS-BAL-AMT-N.
           MOVE PP-ACCT TO CW-ACCT.
           READ COLLWK-FILE
               INVALID KEY MOVE '23' TO WS-COLLWK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF COLLWK-FOUND
               MOVE SPACE TO CW-OUTCOME
               MOVE WS-BUCKET TO CW-BUCKET
               REWRITE COLLWK-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               MOVE SPACES TO COLLWK-REC
               MOVE PP-ACCT TO CW-ACCT
               WRITE COLLWK-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
           END-IF.
       2400-EXIT.
           EXIT.
               COLLWK-FILE, PLAN-REPORT-FILE.
       9000-EXIT.
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
       9830-CK-REWRITE.
           MOVE 'REWRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-PLAN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYPLAN' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PP-ACCT TO ABL-KEY
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
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCTDO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-COLLWK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COLLWK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CW-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'PLNRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PLAN-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT45' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
