       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT119.
       REMARKS. THIS NIGHTLY STEP IS THE RECEIVABLES ROLL-FORWARD
                PROOF FOR THE WHOLE PORTFOLIO.  ACCT13 PROVES EACH
                ACCOUNT AGAINST ITS OWN PAYHIST AND ACCT40 PROVES CASH
                TO THE BANK DEPOSIT; THIS STEP PROVES THAT TONIGHT'S
                TOTAL OF BAL (1) ACROSS ACCTFIL EQUALS LAST NIGHT'S
                CLOSING TOTAL PLUS THE DAY'S PAYHIST ACTIVITY.  THE
                CLOSING TOTAL IS KEPT NIGHT BY NIGHT ON THE RFHIST
                HISTORY FILE, WITH THE RUNNING TOTAL OF EVERY PAYHIST
                ENTRY BY TYPE; THE DAY'S ACTIVITY BY TYPE IS TONIGHT'S
                RUNNING TOTAL LESS LAST NIGHT'S.  CHARGES, RETURNED
                PAYMENTS, RETURNED-CHECK FEES, DEBIT MEMOS, THE LATE,
                OVER-LIMIT AND ANNUAL FEES, LEGAL COSTS AND TRANSFERS
                OUT ARE ADDED; PAYMENTS, CREDIT MEMOS, FORGIVENESS,
                CHARGE-OFFS AND TRANSFERS IN ARE TAKEN OFF; RECOVERY
                RECEIPTS, DEBT-SALE PRICES AND AGENCY COMMISSIONS
                NEVER TOUCH THE LIVE BALANCE AND ARE LISTED ONLY.  THE
                REPORT LISTS THE ACTIVITY BY TYPE, THE EXPECTED AND
                ACTUAL TOTALS AND THE DIFFERENCE.  AN OUT-OF-BALANCE
                RESULT FAILS THE STEP WITH RETURN CODE 8 AND THE CODE
                GOES ON ITS RUN-CONTROL RECORD, SO THE ACCT34
                CONTROLLER - WHICH RUNS AFTER THIS STEP - FAILS THE
                STREAM AS WELL.  THE FIRST NIGHT, WITH NO PRIOR
                RECORD ON RFHIST, ONLY TAKES THE OPENING BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT RFHIST-FILE ASSIGN TO RFHIST
               FILE STATUS IS WS-RFHIST-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RF-REPORT-FILE ASSIGN TO RFRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  RFHIST-FILE
           RECORDING MODE F.
       01  RFHIST-REC.
           COPY RFHIST.
       FD  RUNCTL-FILE
           RECORDING MODE F.
       01  RUNCTL-REC.
           COPY RUNCTL.
       FD  RF-REPORT-FILE
           RECORDING MODE F.
       01  RF-RPT-REC                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
           02  WS-RFHIST-STATUS        PIC XX VALUE SPACES.
           02  WS-RUNCTL-STATUS        PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-PH-EOF-SW            PIC X VALUE 'N'.
               88  PH-DONE                 VALUE 'Y'.
           02  WS-RF-EOF-SW            PIC X VALUE 'N'.
               88  RF-DONE                 VALUE 'Y'.
           02  WS-PRIOR-SW             PIC X VALUE 'N'.
               88  HAVE-PRIOR              VALUE 'Y'.
           02  WS-SUB                  PIC S9(4) COMP.
           02  WS-ACCT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-BAD-BAL-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-PH-CNT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-BAD-AMT-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-ACCT-CHG             PIC S9(7) COMP-3 VALUE 0.
           02  WS-YR-WINDOW            PIC 99 VALUE 50.
           02  WS-WINDOW-YY            PIC 99 VALUE 0.
           02  WS-WINDOW-CCYY          PIC 9(4) VALUE 0.
           02  WS-RUN-CCYYMMDD         PIC 9(8) VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-SYS-DATE.
           02  WS-SYS-YY               PIC 9(2).
           02  WS-SYS-MMDD             PIC 9(4).
       01  WS-AMT-FIELDS.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-BAL-N                    PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ACTUAL-N                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRIOR-BAL-N              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXPECT-N                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DIFF-N                   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DAY-AMT-N                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DAY-CNT                  PIC S9(9) COMP-3 VALUE 0.
      *****************************************************************
      * ONE CELL PER PAYHIST TYPE, IN THE ORDER THE RFHIST RECORD
      * KEEPS THEM.  TYP-EFFECT '+' RAISES THE BALANCE, '-' LOWERS
      * IT, ' ' IS OFF-BALANCE.  AN UNRECOGNIZED CODE FALLS INTO THE
      * LAST ('OTHER/UNKNOWN') CELL; THE SEED IS NOT COUNTED.
      *****************************************************************
       01  TYP-TOTALS.
           02  TYP-ENTRY OCCURS 18 TIMES.
               04  TYP-CODE            PIC X.
               04  TYP-LABEL           PIC X(16).
               04  TYP-EFFECT          PIC X.
               04  TYP-CNT             PIC S9(9) COMP-3.
               04  TYP-AMT             PIC S9(11)V99 COMP-3.
               04  TYP-PRIOR-CNT       PIC S9(9) COMP-3.
               04  TYP-PRIOR-AMT       PIC S9(11)V99 COMP-3.
       01  PRIOR-REC.
           COPY RFHIST.
       01  HEADER-LINE.
           02  FILLER                  PIC X(48) VALUE
               'ACCT119 RECEIVABLES ROLL-FORWARD PROOF, BUS DATE'.
           02  FILLER                  PIC X VALUE SPACE.
           02  HDR-DATE                PIC 9(8).
           02  FILLER                  PIC X(43) VALUE SPACES.
       01  TYPE-LINE.
           02  TL-LABEL                PIC X(16).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-EFFECT               PIC X(12).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-CNT                  PIC ZZZZZZ9-.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TL-AMT                  PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(43) VALUE SPACES.
       01  PROOF-LINE.
           02  PRF-LABEL               PIC X(28).
           02  PRF-AMT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  PRF-FLAG                PIC X(24).
           02  FILLER                  PIC X(28) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9-.
           02  FILLER                  PIC X(64) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SUM-ACCTFIL THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 3000-SUM-PAYHIST THRU 3000-EXIT
               UNTIL PH-DONE.
           PERFORM 4000-PROVE THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           PERFORM 1100-LOAD-TABLE THRU 1100-EXIT.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           ACCEPT WS-SYS-DATE FROM DATE.
           MOVE WS-SYS-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-RUN-CCYYMMDD = WS-WINDOW-CCYY * 10000
               + WS-SYS-MMDD.
           PERFORM 1200-FIND-PRIOR THRU 1200-EXIT.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT PAYHIST-FILE.
           OPEN OUTPUT RF-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE BDL-BUS-DATE TO HDR-DATE.
           WRITE RF-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
           PERFORM 3100-READ-PAYHIST THRU 3100-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-TABLE.
           MOVE 'P' TO TYP-CODE (1).
           MOVE 'PAYMENT' TO TYP-LABEL (1).
           MOVE '-' TO TYP-EFFECT (1).
           MOVE 'C' TO TYP-CODE (2).
           MOVE 'CHARGE' TO TYP-LABEL (2).
           MOVE '+' TO TYP-EFFECT (2).
           MOVE 'R' TO TYP-CODE (3).
           MOVE 'RETURNED PAYMT' TO TYP-LABEL (3).
           MOVE '+' TO TYP-EFFECT (3).
           MOVE 'F' TO TYP-CODE (4).
           MOVE 'RETND-CHK FEE' TO TYP-LABEL (4).
           MOVE '+' TO TYP-EFFECT (4).
           MOVE 'A' TO TYP-CODE (5).
           MOVE 'ADJ DEBIT' TO TYP-LABEL (5).
           MOVE '+' TO TYP-EFFECT (5).
           MOVE 'J' TO TYP-CODE (6).
           MOVE 'ADJ CREDIT' TO TYP-LABEL (6).
           MOVE '-' TO TYP-EFFECT (6).
           MOVE 'W' TO TYP-CODE (7).
           MOVE 'FORGIVEN' TO TYP-LABEL (7).
           MOVE '-' TO TYP-EFFECT (7).
           MOVE 'O' TO TYP-CODE (8).
           MOVE 'CHARGE-OFF' TO TYP-LABEL (8).
           MOVE '-' TO TYP-EFFECT (8).
           MOVE 'V' TO TYP-CODE (9).
           MOVE 'RECOVERY' TO TYP-LABEL (9).
           MOVE ' ' TO TYP-EFFECT (9).
           MOVE 'L' TO TYP-CODE (10).
           MOVE 'LATE FEE' TO TYP-LABEL (10).
           MOVE '+' TO TYP-EFFECT (10).
           MOVE 'X' TO TYP-CODE (11).
           MOVE 'OVER-LIMIT FEE' TO TYP-LABEL (11).
           MOVE '+' TO TYP-EFFECT (11).
           MOVE 'Y' TO TYP-CODE (12).
           MOVE 'ANNUAL FEE' TO TYP-LABEL (12).
           MOVE '+' TO TYP-EFFECT (12).
           MOVE 'K' TO TYP-CODE (13).
           MOVE 'LEGAL COST' TO TYP-LABEL (13).
           MOVE '+' TO TYP-EFFECT (13).
           MOVE 'S' TO TYP-CODE (14).
           MOVE 'DEBT SALE' TO TYP-LABEL (14).
           MOVE ' ' TO TYP-EFFECT (14).
           MOVE 'M' TO TYP-CODE (15).
           MOVE 'AGENCY COMMISSN' TO TYP-LABEL (15).
           MOVE ' ' TO TYP-EFFECT (15).
           MOVE 'T' TO TYP-CODE (16).
           MOVE 'XFER OUT' TO TYP-LABEL (16).
           MOVE '+' TO TYP-EFFECT (16).
           MOVE 'U' TO TYP-CODE (17).
           MOVE 'XFER IN' TO TYP-LABEL (17).
           MOVE '-' TO TYP-EFFECT (17).
           MOVE ' ' TO TYP-CODE (18).
           MOVE 'OTHER/UNKNOWN' TO TYP-LABEL (18).
           MOVE ' ' TO TYP-EFFECT (18).
           PERFORM 1110-ZERO-TYP THRU 1110-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 18.
       1100-EXIT.
           EXIT.
       1110-ZERO-TYP.
           MOVE 0 TO TYP-CNT (WS-SUB), TYP-AMT (WS-SUB).
           MOVE 0 TO TYP-PRIOR-CNT (WS-SUB), TYP-PRIOR-AMT (WS-SUB).
       1110-EXIT.
           EXIT.
      *****************************************************************
      * THE PRIOR NIGHT IS THE LAST RFHIST RECORD FOR AN EARLIER
      * BUSINESS DATE, SO A RERUN TONIGHT PROVES AGAINST THE SAME
      * OPENING FIGURES AS THE FIRST RUN DID.  ONLY A FILE THAT IS NOT
      * THERE YET MEANS NO PRIOR NIGHT; ANY OTHER BAD OPEN ENDS THE RUN.
      *****************************************************************
       1200-FIND-PRIOR.
           OPEN INPUT RFHIST-FILE.
           IF WS-RFHIST-STATUS = '35'
               GO TO 1200-EXIT.
           IF WS-RFHIST-STATUS = '05'
               CLOSE RFHIST-FILE
               GO TO 1200-EXIT.
           MOVE 'OPEN' TO ABL-FUNCTION.
           PERFORM 9870-CK-RFHIST THRU 9870-EXIT.
           PERFORM 1210-READ-RFHIST THRU 1210-EXIT
               UNTIL RF-DONE.
           CLOSE RFHIST-FILE.
           IF NOT HAVE-PRIOR GO TO 1200-EXIT.
           MOVE RF-CLOSE-BAL OF PRIOR-REC TO WS-PRIOR-BAL-N.
           PERFORM 1220-LOAD-PRIOR THRU 1220-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 18.
       1200-EXIT.
           EXIT.
       1210-READ-RFHIST.
           READ RFHIST-FILE
               AT END MOVE 'Y' TO WS-RF-EOF-SW.
           MOVE 'READ' TO ABL-FUNCTION.
           PERFORM 9870-CK-RFHIST THRU 9870-EXIT.
           IF RF-DONE GO TO 1210-EXIT.
           IF RF-BUS-DATE OF RFHIST-REC NOT NUMERIC
               GO TO 1210-EXIT.
           IF RF-BUS-DATE OF RFHIST-REC NOT < BDL-BUS-DATE
               GO TO 1210-EXIT.
           MOVE RFHIST-REC TO PRIOR-REC.
           MOVE 'Y' TO WS-PRIOR-SW.
       1210-EXIT.
           EXIT.
       1220-LOAD-PRIOR.
           MOVE RF-TYP-CNT OF PRIOR-REC (WS-SUB)
               TO TYP-PRIOR-CNT (WS-SUB).
           MOVE RF-TYP-AMT OF PRIOR-REC (WS-SUB)
               TO TYP-PRIOR-AMT (WS-SUB).
       1220-EXIT.
           EXIT.
      *****************************************************************
      * TONIGHT'S CLOSING RECEIVABLE IS EVERY BAL (1) ON THE FILE; A
      * BALANCE THAT IS NOT NUMERIC COUNTS AS ZERO AND IS COUNTED
      * (ACCT75 REPORTS THE ACCOUNT ITSELF).
      *****************************************************************
       2000-SUM-ACCTFIL.
           ADD 1 TO WS-ACCT-CNT.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO WS-BAL-N
               ADD WS-BAL-N TO WS-ACTUAL-N
           ELSE
               ADD 1 TO WS-BAD-BAL-CNT.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * THE RUNNING TOTAL OF EVERY PAYHIST ENTRY ON FILE, BY TYPE.
      * AN AMOUNT THAT CANNOT BE READ COUNTS AS ZERO AND IS COUNTED.
      *****************************************************************
       3000-SUM-PAYHIST.
           IF PH-IS-SEED GO TO 3000-READ-NEXT.
           ADD 1 TO WS-PH-CNT.
           MOVE PH-AMT TO WS-AMT-X.
           PERFORM 3200-EDIT-AMOUNT THRU 3200-EXIT.
           IF AMT-BAD
               ADD 1 TO WS-BAD-AMT-CNT
               MOVE 0 TO WS-AMT-VAL-N.
           PERFORM 3300-FIND-TYP THRU 3300-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 17
               OR PH-TYPE = TYP-CODE (WS-SUB).
           IF WS-SUB > 17 MOVE 18 TO WS-SUB.
           ADD 1 TO TYP-CNT (WS-SUB).
           ADD WS-AMT-VAL-N TO TYP-AMT (WS-SUB).
       3000-READ-NEXT.
           PERFORM 3100-READ-PAYHIST THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
       3100-READ-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PH-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       3100-EXIT.
           EXIT.
       3200-EDIT-AMOUNT.
      *    A PAYHIST AMOUNT IS CARRIED AS EIGHT DISPLAY CHARACTERS IN
      *    THE FORM '  999.99' WITH THE DECIMAL POINT FIXED IN THE
      *    SIXTH POSITION.  LEADING SPACES ARE TREATED AS ZEROS.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       3200-EXIT.
           EXIT.
       3300-FIND-TYP.
           CONTINUE.
       3300-EXIT.
           EXIT.
      *****************************************************************
      * EXPECTED = LAST NIGHT'S CLOSING TOTAL PLUS THE DAY'S ACTIVITY
      * OF EVERY TYPE THAT MOVES THE BALANCE.  ANY DIFFERENCE FROM
      * THE ACTUAL FILE TOTAL FAILS THE STEP.
      *****************************************************************
       4000-PROVE.
           MOVE SPACES TO RFHIST-REC.
           MOVE SPACES TO TYPE-LINE.
           MOVE 'ACTIVITY BY TYPE' TO TL-LABEL.
           MOVE 'EFFECT' TO TL-EFFECT.
           MOVE 0 TO TL-CNT, TL-AMT.
           WRITE RF-RPT-REC FROM TYPE-LINE.
           MOVE WS-PRIOR-BAL-N TO WS-EXPECT-N.
           PERFORM 4100-TYPE-LINE THRU 4100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 18.
           IF NOT HAVE-PRIOR
               MOVE 'N' TO RF-STATUS OF RFHIST-REC
               MOVE SPACES TO PROOF-LINE
               MOVE 'NO PRIOR NIGHT ON RFHIST:   ' TO PRF-LABEL
               MOVE WS-ACTUAL-N TO PRF-AMT
               MOVE 'OPENING BALANCE TAKEN' TO PRF-FLAG
               WRITE RF-RPT-REC FROM PROOF-LINE
               GO TO 4000-EXIT.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'PRIOR CLOSING RECEIVABLE:   ' TO PRF-LABEL.
           MOVE WS-PRIOR-BAL-N TO PRF-AMT.
           WRITE RF-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'EXPECTED CLOSING:           ' TO PRF-LABEL.
           MOVE WS-EXPECT-N TO PRF-AMT.
           WRITE RF-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'ACTUAL ACCTFIL TOTAL:       ' TO PRF-LABEL.
           MOVE WS-ACTUAL-N TO PRF-AMT.
           WRITE RF-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'DIFFERENCE:                 ' TO PRF-LABEL.
           COMPUTE WS-DIFF-N = WS-ACTUAL-N - WS-EXPECT-N.
           MOVE WS-DIFF-N TO PRF-AMT.
           IF WS-DIFF-N NOT = 0
               MOVE 'O' TO RF-STATUS OF RFHIST-REC
               MOVE '**  OUT OF BALANCE  **' TO PRF-FLAG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'B' TO RF-STATUS OF RFHIST-REC
               MOVE 'IN BALANCE' TO PRF-FLAG.
           WRITE RF-RPT-REC FROM PROOF-LINE.
       4000-EXIT.
           EXIT.
       4100-TYPE-LINE.
           COMPUTE WS-DAY-CNT = TYP-CNT (WS-SUB)
               - TYP-PRIOR-CNT (WS-SUB).
           COMPUTE WS-DAY-AMT-N = TYP-AMT (WS-SUB)
               - TYP-PRIOR-AMT (WS-SUB).
           IF NOT HAVE-PRIOR
               MOVE TYP-CNT (WS-SUB) TO WS-DAY-CNT
               MOVE TYP-AMT (WS-SUB) TO WS-DAY-AMT-N.
           MOVE SPACES TO TYPE-LINE.
           MOVE TYP-LABEL (WS-SUB) TO TL-LABEL.
           IF TYP-EFFECT (WS-SUB) = '+'
               MOVE 'ADDED' TO TL-EFFECT
               ADD WS-DAY-AMT-N TO WS-EXPECT-N.
           IF TYP-EFFECT (WS-SUB) = '-'
               MOVE 'TAKEN OFF' TO TL-EFFECT
               SUBTRACT WS-DAY-AMT-N FROM WS-EXPECT-N.
           IF TYP-EFFECT (WS-SUB) = ' '
               MOVE 'OFF-BALANCE' TO TL-EFFECT.
           MOVE WS-DAY-CNT TO TL-CNT.
           MOVE WS-DAY-AMT-N TO TL-AMT.
           WRITE RF-RPT-REC FROM TYPE-LINE.
       4100-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS ON FILE:           ' TO SUM-LABEL.
           MOVE WS-ACCT-CNT TO SUM-CNT.
           WRITE RF-RPT-REC FROM SUMMARY-LINE.
           IF HAVE-PRIOR
               COMPUTE WS-ACCT-CHG = WS-ACCT-CNT
                   - RF-ACCT-CNT OF PRIOR-REC
               MOVE 'CHANGE SINCE PRIOR NIGHT:   ' TO SUM-LABEL
               MOVE WS-ACCT-CHG TO SUM-CNT
               WRITE RF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'BALANCES NOT NUMERIC:       ' TO SUM-LABEL.
           MOVE WS-BAD-BAL-CNT TO SUM-CNT.
           WRITE RF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PAYHIST ENTRIES ON FILE:    ' TO SUM-LABEL.
           MOVE WS-PH-CNT TO SUM-CNT.
           WRITE RF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PAYHIST AMOUNTS UNREADABLE: ' TO SUM-LABEL.
           MOVE WS-BAD-AMT-CNT TO SUM-CNT.
           WRITE RF-RPT-REC FROM SUMMARY-LINE.
           PERFORM 9100-WRITE-RFHIST THRU 9100-EXIT.
           PERFORM 9900-WRITE-RUNCTL THRU 9900-EXIT.
           CLOSE ACCT-MASTER, PAYHIST-FILE, RF-REPORT-FILE.
       9000-EXIT.
           EXIT.
      *****************************************************************
      * TONIGHT'S CLOSING FIGURES BECOME TOMORROW'S OPENING ONES.
      *****************************************************************
       9100-WRITE-RFHIST.
           MOVE BDL-BUS-DATE TO RF-BUS-DATE OF RFHIST-REC.
           MOVE WS-RUN-CCYYMMDD TO RF-RUN-DATE OF RFHIST-REC.
           MOVE WS-ACCT-CNT TO RF-ACCT-CNT OF RFHIST-REC.
           MOVE WS-BAD-BAL-CNT TO RF-BAD-BAL-CNT OF RFHIST-REC.
           MOVE WS-ACTUAL-N TO RF-CLOSE-BAL OF RFHIST-REC.
           PERFORM 9110-SAVE-TYP THRU 9110-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 18.
           OPEN EXTEND RFHIST-FILE.
           MOVE 'OPEN' TO ABL-FUNCTION.
           PERFORM 9870-CK-RFHIST THRU 9870-EXIT.
           WRITE RFHIST-REC.
           MOVE 'WRITE' TO ABL-FUNCTION.
           PERFORM 9870-CK-RFHIST THRU 9870-EXIT.
           CLOSE RFHIST-FILE.
       9100-EXIT.
           EXIT.
       9110-SAVE-TYP.
           MOVE TYP-CNT (WS-SUB) TO RF-TYP-CNT OF RFHIST-REC (WS-SUB).
           MOVE TYP-AMT (WS-SUB) TO RF-TYP-AMT OF RFHIST-REC (WS-SUB).
       9110-EXIT.
           EXIT.
      *****************************************************************
      * THE RUN-CONTROL RECORD FOR THE ACCT34 CONTROLLER STEP.  THE
      * COMPLETION CODE CARRIES AN OUT-OF-BALANCE RESULT.
      *****************************************************************
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT119' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-ACCT-CNT TO RC-READ-CNT.
           MOVE 1 TO RC-WRITE-CNT.
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
               MOVE 'RFRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RF-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT119' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
      *****************************************************************
      * RFHIST IS OPENED AND CLOSED AROUND EACH USE AND MAY NOT BE
      * THERE ON THE FIRST NIGHT, SO IT IS LEFT OUT OF 9850-CK-FILES.
      * THE CALLER SETS ABL-FUNCTION; A HARD STATUS ENDS THE RUN THE
      * SAME WAY, SINCE A LOST RECORD BREAKS THE NEXT NIGHT'S PROOF.
      *****************************************************************
       9870-CK-RFHIST.
           MOVE WS-RFHIST-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9870-EXIT.
           MOVE 'RFHIST' TO ABL-FILE-NAME.
           MOVE 'S' TO ABL-FILE-ORG.
           MOVE SPACES TO ABL-KEY.
           IF ABL-FUNCTION NOT = 'OPEN'
               MOVE RF-BUS-DATE OF RFHIST-REC TO ABL-KEY.
           GO TO 9860-ABEND.
       9870-EXIT.
           EXIT.
