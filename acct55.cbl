                PAYMENT PLAN OR SETTLEMENT OFFER ARE PERFORMING UNDER
                AN ARRANGEMENT AND ARE LEFT ALONE; ACCOUNTS ALREADY
                'CO' ARE SKIPPED.  AGING AND THE ON-LINE LOCK CHECK
                WORK EXACTLY AS THEY DO IN ACCT14.  EACH CHARGE-OFF
                IS REPORTED AS PRINCIPAL, FINANCE CHARGES AND FEES
                FROM THE BALCOMP SPLIT, WITH TOTALS OF EACH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           02  WS-ACCT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CHGOFF-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-CHGOFF-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-CO-PRIN-AMT          PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-CO-FIN-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-CO-FEES-AMT          PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-SB-STATUS            PIC XX VALUE SPACES.
               88  SB-FOUND                VALUE '00'.
           02  WS-SB-SUB               PIC S9(4) COMP VALUE +0.
               88  PH-WRITE-BAD            VALUE 'Y'.
           02  WS-LOCK-STATUS          PIC XX VALUE SPACES.
               88  LOCK-FOUND              VALUE '00'.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
           02  WS-LOCK-BUSY-SW         PIC X VALUE 'N'.
               88  LOCK-BUSY               VALUE 'Y'.
           02  WS-LOCK-LIMIT           PIC S9(7) COMP-3 VALUE +1000.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-AMT                 PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(24).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-PRIN                PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-FIN                 PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-FEES                PIC ZZZZZ9.99.
           02  FILLER                  PIC X(5) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN INPUT SETTLE-FILE.
           OPEN INPUT ACCTLOCK-FILE.
           OPEN INPUT STATTAB-FILE.
           OPEN I-O BALCOMP-FILE.
           OPEN OUTPUT CHGOFF-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE CHGOFF-RPT-REC FROM HEADER-LINE.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
           IF WS-NOW-YY > 50
               COMPUTE WS-NOW-DATE = WS-NOW-YY * 1000 + WS-NOW-DDD
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           MOVE ACCTDO TO PP-ACCT.
           READ PAYPLAN-FILE
               INVALID KEY MOVE '23' TO WS-PLAN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PLAN-FOUND AND PP-ACTIVE
               ADD 1 TO WS-ARRANGE-CNT
               GO TO 2200-EXIT.
           MOVE ACCTDO TO ST-ACCT.
           READ SETTLE-FILE
               INVALID KEY MOVE '23' TO WS-SETTLE-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SETTLE-FOUND AND ST-OFFER-ACTIVE
               ADD 1 TO WS-ARRANGE-CNT
               GO TO 2200-EXIT.
           MOVE 0 TO BAL (1).
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
      *    THE AMOUNT CHARGED OFF IS REPORTED AS ITS BALCOMP PRINCIPAL,
      *    FINANCE CHARGES AND FEES, AND THE SPLIT THEN GOES TO ZERO
      *    WITH THE BALANCE.
           MOVE 'S' TO BCL-FUNCTION.
           MOVE WS-BAL-AMT-N TO BCL-OLD-BAL.
           MOVE 0 TO BCL-AMT.
           PERFORM 2900-POST-COMPONENTS THRU 2900-EXIT.
           MOVE BCL-PRIN TO RPT-PRIN.
           MOVE BCL-FIN TO RPT-FIN.
           MOVE BCL-FEES TO RPT-FEES.
           ADD BCL-PRIN TO WS-CO-PRIN-AMT.
           ADD BCL-FIN TO WS-CO-FIN-AMT.
           ADD BCL-FEES TO WS-CO-FEES-AMT.
           MOVE 'S' TO BCL-FUNCTION.
           MOVE 0 TO BCL-OLD-BAL.
           PERFORM 2900-POST-COMPONENTS THRU 2900-EXIT.
           PERFORM 2350-ADD-CHGOFF-HIST THRU 2350-EXIT.
           PERFORM 2370-PUT-LEDGER THRU 2370-EXIT.
           ADD 1 TO WS-CHGOFF-CNT.
           ADD WS-BAL-AMT-N TO WS-CHGOFF-AMT.
           MOVE ACCTDO TO RPT-ACCTC.
           MOVE SNAMEDO TO RPT-SNAME.
           MOVE WS-AGE-MOS TO RPT-AGE.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2360-SCAN-PAYHIST THRU 2360-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
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
           IF PAYHIST-OK AND PH-ACCT = ACCTDO
               MOVE PH-SEQ TO WS-LAST-SEQ.
       2360-EXIT.
           MOVE ACCTDO TO RL-ACCT.
           READ RECOVLED-FILE
               INVALID KEY MOVE '23' TO WS-RL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF RL-FOUND
               PERFORM 2380-FILL-LEDGER THRU 2380-EXIT
               REWRITE RECOVLED-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               MOVE SPACES TO RECOVLED-REC
               MOVE ACCTDO TO RL-ACCT
               WRITE RECOVLED-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
           END-IF.
       2370-EXIT.
           EXIT.
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SB-FOUND GO TO 2700-EXIT.
           MOVE 'N' TO WS-TRANS-OK-SW.
           PERFORM 2710-CK-NEXT THRU 2710-EXIT
           MOVE 'N' TO WS-LOCK-BUSY-SW.
           READ ACCTLOCK-FILE
               INVALID KEY GO TO 2600-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LOCK-FOUND GO TO 2600-EXIT.
           MOVE LK-TIME TO WS-LK-TIME.
           MOVE LK-DATE TO WS-LK-DATE.
               MOVE 'Y' TO WS-LOCK-BUSY-SW.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * THE POSTING IS CARRIED TO THE BALCOMP PRINCIPAL / FINANCE
      * CHARGE / FEE SPLIT THROUGH CBLPGM04.  THE CALLER HAS SET THE
      * FUNCTION, THE BALANCE BEFORE THE POSTING AND THE AMOUNT.
      *****************************************************************
       2900-POST-COMPONENTS.
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
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS READ:              ' TO SUM-LABEL.
           MOVE WS-CHGOFF-CNT TO SUM-CNT.
           MOVE WS-CHGOFF-AMT TO SUM-AMT.
           WRITE CHGOFF-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH PRINCIPAL:       ' TO SUM-LABEL.
           MOVE 0 TO SUM-CNT.
           MOVE WS-CO-PRIN-AMT TO SUM-AMT.
           WRITE CHGOFF-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH FINANCE CHARGES: ' TO SUM-LABEL.
           MOVE WS-CO-FIN-AMT TO SUM-AMT.
           WRITE CHGOFF-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH FEES:            ' TO SUM-LABEL.
           MOVE WS-CO-FEES-AMT TO SUM-AMT.
           WRITE CHGOFF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'LEFT ALONE, ON ARRANGEMENT: ' TO SUM-LABEL.
           MOVE WS-ARRANGE-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           CLOSE ACCT-MASTER, PAYHIST-FILE, RECOVLED-FILE,
               PAYPLAN-FILE, SETTLE-FILE, ACCTLOCK-FILE,
               CHGOFF-REPORT-FILE,
               STATTAB-FILE, BALCOMP-FILE.
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
           MOVE WS-RL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RECOVLED' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RL-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PLAN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYPLAN' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PP-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SETTLE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SETTLE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ST-ACCT TO ABL-KEY
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
           MOVE WS-LOCK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTLOCK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LK-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'CHGRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CHGOFF-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT55' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
