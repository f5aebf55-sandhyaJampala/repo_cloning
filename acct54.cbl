           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN I-O PAYHIST-FILE.
           OPEN INPUT STATTAB-FILE.
           OPEN OUTPUT SETT-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE SETT-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           COMPUTE WS-TODAY-SER =
               WS-TODAY-YY * 372 + WS-TODAY-MM * 31 + WS-TODAY-DD.
           PERFORM 2100-READ-SETTLE THRU 2100-EXIT.
               REWRITE SETTLE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               ADD 1 TO WS-LAPSE-CNT
               MOVE SPACES TO RPT-LINE
               MOVE ST-ACCT TO RPT-ACCTC
       2100-READ-SETTLE.
           READ SETTLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-SUM-RECEIPTS.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2200-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2210-CK-RECEIPT THRU 2210-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ST-ACCT.
       2200-EXIT.
       2210-CK-RECEIPT.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ST-ACCT
               GO TO 2210-EXIT.
      *    A PAYMENT MOVED IN ON AC44 COUNTS AS OF ITS ORIGINAL
      *    DATE; ONE MOVED AWAY WAS NEVER THIS CUSTOMER'S.
           IF NOT PH-IS-PAYMENT AND NOT PH-IS-XFER-IN
               GO TO 2210-EXIT.
           IF PH-IS-PAYMENT AND PH-PAY-XFERRED GO TO 2210-EXIT.
           IF PH-MO NOT NUMERIC OR PH-DAY NOT NUMERIC
               OR PH-YR NOT NUMERIC GO TO 2210-EXIT.
           COMPUTE WS-PAY-SER = PH-YR * 372 + PH-MO * 31 + PH-DAY.
           MOVE ST-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND GO TO 2300-EXIT.
           PERFORM 2700-CK-TRANSITION THRU 2700-EXIT.
           IF NOT TRANS-LEGAL
           MOVE 'CL' TO STATDO.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE 'C' TO ST-STATUS.
           REWRITE SETTLE-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-COMP-CNT.
           ADD WS-REMAIN-N TO WS-FORGIVEN-AMT.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2360-SCAN-PAYHIST THRU 2360-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ST-ACCT.
           MOVE SPACE TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY MOVE 'Y' TO WS-PH-BAD-SW.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2350-EXIT.
           EXIT.
       2360-SCAN-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = ST-ACCT
               MOVE PH-SEQ TO WS-LAST-SEQ.
       2360-EXIT.
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SB-FOUND GO TO 2700-EXIT.
           MOVE 'N' TO WS-TRANS-OK-SW.
           PERFORM 2710-CK-NEXT THRU 2710-EXIT
               STATTAB-FILE.
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
           MOVE WS-SETTLE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SETTLE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ST-ACCT TO ABL-KEY
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'SETTRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SETT-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT54' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
