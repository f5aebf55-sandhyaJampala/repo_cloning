                PENDLIM REQUESTS (SOURCE 'B') SO THE EXISTING AC11
                APPROVAL FLOW DECIDES, NEVER BYPASSED.  AN ACCOUNT
                WITH A PENDING LIMIT CHANGE ALREADY ON FILE IS LEFT
                ALONE.  A PROPOSED DECREASE CARRIES THE FACTORS THAT
                DROVE THE SCORE DOWN AS CDTABLE TYPE 'X' REASON CODES,
                WORST FIRST - '1' 90-PLUS DELINQUENT, '2' ON THE
                COLLWK QUEUE, '3' RETURNED PAYMENTS, '4' PAST DUE,
                '5' FEWER THAN 12 PAYMENTS ON RECORD - SO THE NOTICE
                SENT WHEN AC11 APPROVES IT CAN STATE THE REASONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02  WS-REV-CNT              PIC S9(5) COMP-3 VALUE 0.
           02  WS-SCORE                PIC S9(5) COMP-3 VALUE 0.
           02  WS-SCORE-ED             PIC 9(3) VALUE 0.
           02  WS-RSN-CNT              PIC S9(4) COMP VALUE +0.
           02  WS-NEXT-RSN             PIC X VALUE SPACE.
           02  WS-REASONS.
               04  WS-RSN              PIC X OCCURS 4 TIMES.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN INPUT COLLWK-FILE.
           OPEN I-O PENDLIM-FILE.
           OPEN OUTPUT SCORE-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE SCORE-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.
           MOVE WS-SCORE-ED TO SCOREDO.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           PERFORM 2300-CK-WORKLIST THRU 2300-EXIT.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       2000-EXIT.
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           MOVE ACCTDO TO CW-ACCT.
           READ COLLWK-FILE
               INVALID KEY MOVE '23' TO WS-COLLWK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF COLLWK-FOUND
               SUBTRACT 100 FROM WS-SCORE.
           PERFORM 2250-AGE-ACCOUNT THRU 2250-EXIT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2210-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2220-CK-ENTRY THRU 2220-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
       2210-EXIT.
       2220-CK-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO
               GO TO 2220-EXIT.
           IF (PH-IS-PAYMENT AND NOT PH-PAY-XFERRED)
               OR PH-IS-XFER-IN
               ADD 1 TO WS-PAY-CNT.
           IF PH-IS-REVERSAL
               ADD 1 TO WS-REV-CNT.
           IF WS-SCORE >= 700
               AND WS-BAL-AMT-N * 2 < WS-LIM-AMT-N
               COMPUTE WS-NEWLIM-N ROUNDED = WS-LIM-AMT-N * 1.2
               MOVE SPACES TO WS-REASONS
               PERFORM 2350-QUEUE-PENDLIM THRU 2350-EXIT
               IF NOT PL-ON-FILE
                   ADD 1 TO WS-INCR-CNT
               GO TO 2300-EXIT.
           IF WS-SCORE <= 300
               COMPUTE WS-NEWLIM-N ROUNDED = WS-LIM-AMT-N * 0.8
               PERFORM 2270-SET-REASONS THRU 2270-EXIT
               PERFORM 2350-QUEUE-PENDLIM THRU 2350-EXIT
               IF NOT PL-ON-FILE
                   ADD 1 TO WS-DECR-CNT
               END-IF.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * THE ADVERSE-ACTION REASONS FOR A DECREASE, IN THE ORDER OF
      * THEIR WEIGHT IN THE SCORE.  ONLY THE FIRST FOUR ARE KEPT.
      *****************************************************************
       2270-SET-REASONS.
           MOVE SPACES TO WS-REASONS.
           MOVE 0 TO WS-RSN-CNT.
           IF WS-AGE-MOS > 2
               MOVE '1' TO WS-NEXT-RSN
               PERFORM 2280-ADD-REASON THRU 2280-EXIT.
           IF COLLWK-FOUND
               MOVE '2' TO WS-NEXT-RSN
               PERFORM 2280-ADD-REASON THRU 2280-EXIT.
           IF WS-REV-CNT > 0
               MOVE '3' TO WS-NEXT-RSN
               PERFORM 2280-ADD-REASON THRU 2280-EXIT.
           IF WS-AGE-MOS > 0 AND WS-AGE-MOS NOT > 2
               MOVE '4' TO WS-NEXT-RSN
               PERFORM 2280-ADD-REASON THRU 2280-EXIT.
           IF WS-PAY-CNT < 12
               MOVE '5' TO WS-NEXT-RSN
               PERFORM 2280-ADD-REASON THRU 2280-EXIT.
       2270-EXIT.
           EXIT.
       2280-ADD-REASON.
           IF WS-RSN-CNT = 4 GO TO 2280-EXIT.
           ADD 1 TO WS-RSN-CNT.
           MOVE WS-NEXT-RSN TO WS-RSN (WS-RSN-CNT).
       2280-EXIT.
           EXIT.
       2350-QUEUE-PENDLIM.
           MOVE ACCTDO TO PL-ACCT.
           READ PENDLIM-FILE
               INVALID KEY MOVE '23' TO WS-PL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PL-ON-FILE
               ADD 1 TO WS-PEND-SKIP-CNT
               GO TO 2350-EXIT.
           MOVE 'BAT' TO PL-REQ-OPID.
           MOVE 'BTCH' TO PL-REQ-TERM.
           MOVE 'B' TO PL-SOURCE.
           MOVE WS-REASONS TO PL-REASONS.
           WRITE PENDLIM-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE '23' TO WS-PL-STATUS.
       2350-EXIT.
           EXIT.
               PENDLIM-FILE, SCORE-REPORT-FILE.
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
           MOVE WS-COLLWK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COLLWK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CW-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PENDLIM' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PL-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'SCRRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SCORE-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT72' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
