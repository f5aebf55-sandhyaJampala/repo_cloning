           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-DOLL-90             PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(29) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN INPUT COLLWK-FILE.
           OPEN INPUT PAYHIST-FILE.
           OPEN OUTPUT PROD-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE PROD-RPT-REC FROM HEADER-LINE.
           WRITE PROD-RPT-REC FROM COL-HDR-LINE.
           PERFORM 1100-ZERO-OP THRU 1100-EXIT
       2100-READ-COLLWK.
           READ COLLWK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-FIND-OP.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2300-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2310-CK-RECEIPT THRU 2310-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = CW-ACCT.
       2300-EXIT.
       2310-CK-RECEIPT.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = CW-ACCT
               GO TO 2310-EXIT.
      *    A PAYMENT MOVED IN ON AC44 COUNTS AS OF ITS ORIGINAL
      *    DATE; ONE MOVED AWAY WAS NEVER THIS CUSTOMER'S.
           IF NOT PH-IS-PAYMENT AND NOT PH-IS-XFER-IN
               GO TO 2310-EXIT.
           IF PH-IS-PAYMENT AND PH-PAY-XFERRED GO TO 2310-EXIT.
           IF PH-MO NOT NUMERIC OR PH-DAY NOT NUMERIC
               OR PH-YR NOT NUMERIC GO TO 2310-EXIT.
           COMPUTE WS-PAY-SER = PH-YR * 372 + PH-MO * 31 + PH-DAY.
           WRITE PROD-RPT-REC FROM RPT-LINE.
       9100-EXIT.
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-COLLWK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COLLWK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CW-ACCT TO ABL-KEY
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
               MOVE 'PRDRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PROD-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT47' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
