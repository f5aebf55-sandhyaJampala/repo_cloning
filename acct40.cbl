                DIRECTIONS - THE AC08 ON-LINE PAYMENT, THE ACCT10
                LOCKBOX RUN, THE ACCT20 AGENCY REMITTANCES AND THE
                ACCT14 CHARGE ASSESSMENT - AND EVERY POSTING LANDS ON
                PAYHIST WITH ITS TYPE AND PH-SRC SOURCE CODE (THE
                ACCT97 AUTOPAY BANK DEBITS CARRY THEIR OWN).  FOR
                THE POSTING DATE ON THE PARAMETER CARD (MMDDYY,
                DEFAULTING TO THE RUN DATE) THIS STEP LISTS EVERY
                PAYHIST ENTRY DATED THAT DAY, BREAKS THE ACTIVITY OUT
                RECOVERY RECEIPTS - BOTH ARRIVE IN THE SAME BANK
                DEPOSITS - AGAINST THE
                BANK'S DEPOSIT-ADVICE FIGURE SUPPLIED ON THE SAME
                CARD.  AGENCY REMITTANCES ARRIVE NET OF THE COMMISSION
                THE AGENCY KEPT, SO TYPE 'M' COMMISSION ENTRIES ARE
                TAKEN OFF THE PROOF TOTAL BEFORE IT IS COMPARED.
                THE TYPE 'T'/'U' PAIR WRITTEN BY THE AC44
                MISAPPLIED-PAYMENT TRANSFER MOVES MONEY ALREADY
                RECEIVED FROM ONE ACCOUNT TO ANOTHER, SO IT STAYS OUT
                OF THE PROOF TOTAL AND ITS NET - WHICH MUST BE ZERO -
                PRINTS ON A LINE OF ITS OWN.
                AN OUT-OF-BALANCE CONDITION IS FLAGGED LOUDLY
                ON THE REPORT AND FAILS THE STEP WITH RETURN CODE 8,
                THE SAME WAY THE ACCT34 CONTROLLER FAILS THE STREAM.
       ENVIRONMENT DIVISION.
       01  WS-DEPOSIT-N                PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-DIFF-N                   PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-PAY-TOT-N                PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-XFR-NET-N                PIC S9(10)V99 COMP-3 VALUE 0.
      *****************************************************************
      * ONE COUNT/AMOUNT CELL PER SOURCE AND PER TYPE.  THE LOOKUP
      * TABLES RIDE THE SAME FIXED-ENTRY PATTERN AS THE ACCT08
      * THE PH-SRC FIELD EXISTED.
      *****************************************************************
       01  SRC-TOTALS.
           02  SRC-ENTRY OCCURS 7 TIMES.
               04  SRC-CODE            PIC X.
               04  SRC-LABEL           PIC X(16).
               04  SRC-CNT             PIC S9(7) COMP-3.
               04  SRC-AMT             PIC S9(10)V99 COMP-3.
       01  TYP-TOTALS.
           02  TYP-ENTRY OCCURS 16 TIMES.
               04  TYP-CODE            PIC X.
               04  TYP-LABEL           PIC X(16).
               04  TYP-CNT             PIC S9(7) COMP-3.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  PRF-FLAG                PIC X(24).
           02  FILLER                  PIC X(31) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           PERFORM 1100-LOAD-TABLES THRU 1100-EXIT.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
           PERFORM 1200-EDIT-DEPOSIT THRU 1200-EXIT.
           OPEN INPUT PAYHIST-FILE.
           OPEN OUTPUT REG-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-REG-DATE TO HDR-DATE.
           WRITE REG-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-PAYHIST THRU 2100-EXIT.
           MOVE 'ACCT20 AGENCY' TO SRC-LABEL (3).
           MOVE 'A' TO SRC-CODE (4).
           MOVE 'ACCT14 ASSESS' TO SRC-LABEL (4).
           MOVE 'B' TO SRC-CODE (5).
           MOVE 'ACCT97 AUTOPAY' TO SRC-LABEL (5).
           MOVE 'S' TO SRC-CODE (6).
           MOVE 'ACCT112 SALE' TO SRC-LABEL (6).
           MOVE ' ' TO SRC-CODE (7).
           MOVE 'OTHER/UNKNOWN' TO SRC-LABEL (7).
           MOVE 'P' TO TYP-CODE (1).
           MOVE 'PAYMENT' TO TYP-LABEL (1).
           MOVE 'C' TO TYP-CODE (2).
           MOVE 'ADJ CREDIT' TO TYP-LABEL (6).
           MOVE 'V' TO TYP-CODE (7).
           MOVE 'RECOVERY' TO TYP-LABEL (7).
           MOVE 'L' TO TYP-CODE (8).
           MOVE 'LATE FEE' TO TYP-LABEL (8).
           MOVE 'X' TO TYP-CODE (9).
           MOVE 'OVER-LIMIT FEE' TO TYP-LABEL (9).
           MOVE 'Y' TO TYP-CODE (10).
           MOVE 'ANNUAL FEE' TO TYP-LABEL (10).
           MOVE 'K' TO TYP-CODE (11).
           MOVE 'LEGAL COST' TO TYP-LABEL (11).
           MOVE 'S' TO TYP-CODE (12).
           MOVE 'DEBT SALE' TO TYP-LABEL (12).
           MOVE 'M' TO TYP-CODE (13).
           MOVE 'AGENCY COMMISSN' TO TYP-LABEL (13).
           MOVE 'T' TO TYP-CODE (14).
           MOVE 'XFER OUT' TO TYP-LABEL (14).
           MOVE 'U' TO TYP-CODE (15).
           MOVE 'XFER IN' TO TYP-LABEL (15).
           MOVE ' ' TO TYP-CODE (16).
           MOVE 'OTHER/UNKNOWN' TO TYP-LABEL (16).
           PERFORM 1110-ZERO-SRC THRU 1110-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
           PERFORM 1120-ZERO-TYP THRU 1120-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 16.
       1100-EXIT.
           EXIT.
       1110-ZERO-SRC.
       2100-READ-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-TALLY-ENTRY.
           PERFORM 2210-FIND-SRC THRU 2210-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               OR PH-SRC = SRC-CODE (WS-SUB).
           IF WS-SUB > 6 MOVE 7 TO WS-SUB.
           ADD 1 TO SRC-CNT (WS-SUB).
           ADD WS-AMT-VAL-N TO SRC-AMT (WS-SUB).
           MOVE SRC-LABEL (WS-SUB) TO RPT-SRC.
           PERFORM 2210-FIND-SRC THRU 2210-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 15
               OR PH-TYPE = TYP-CODE (WS-SUB).
           IF WS-SUB > 15 MOVE 16 TO WS-SUB.
           ADD 1 TO TYP-CNT (WS-SUB).
           ADD WS-AMT-VAL-N TO TYP-AMT (WS-SUB).
           MOVE TYP-LABEL (WS-SUB) TO RPT-TYPE.
      *    CASH PROOF ALONGSIDE THE LIVE PAYMENTS.
           IF PH-IS-PAYMENT OR PH-IS-RECOVERY
               ADD WS-AMT-VAL-N TO WS-PAY-TOT-N.
      *    THE AGENCY DEPOSITS ONLY THE NET OF ITS COMMISSION.
           IF PH-IS-COMMISSION
               SUBTRACT WS-AMT-VAL-N FROM WS-PAY-TOT-N.
      *    A MISAPPLIED-PAYMENT TRANSFER IS NOT NEW CASH.
           IF PH-IS-XFER-IN
               ADD WS-AMT-VAL-N TO WS-XFR-NET-N.
           IF PH-IS-XFER-OUT
               SUBTRACT WS-AMT-VAL-N FROM WS-XFR-NET-N.
       2200-EXIT.
           EXIT.
       2210-FIND-SRC.
           MOVE 0 TO BRK-CNT, BRK-AMT.
           WRITE REG-RPT-REC FROM BREAK-LINE.
           PERFORM 9100-SRC-LINE THRU 9100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
           MOVE SPACES TO BREAK-LINE.
           MOVE 'BY TYPE:' TO BRK-LABEL.
           MOVE 0 TO BRK-CNT, BRK-AMT.
           WRITE REG-RPT-REC FROM BREAK-LINE.
           PERFORM 9200-TYP-LINE THRU 9200-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 16.
           PERFORM 9300-CASH-PROOF THRU 9300-EXIT.
           CLOSE PAYHIST-FILE, REG-REPORT-FILE.
       9000-EXIT.
           EXIT.
       9300-CASH-PROOF.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'PAYMENTS + RECOVERIES NET:  ' TO PRF-LABEL.
           MOVE WS-PAY-TOT-N TO PRF-AMT.
           WRITE REG-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           ELSE
               MOVE 'IN BALANCE' TO PRF-FLAG.
           WRITE REG-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'PAYMENT TRANSFERS NET:      ' TO PRF-LABEL.
           MOVE WS-XFR-NET-N TO PRF-AMT.
           IF WS-XFR-NET-N NOT = 0
               MOVE '** TRANSFER PAIR SPLIT **' TO PRF-FLAG.
           WRITE REG-RPT-REC FROM PROOF-LINE.
       9300-EXIT.
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'REGRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE REG-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT40' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
