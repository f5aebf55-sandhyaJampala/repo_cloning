                THE RUN REPORT SO COLLECTIONS KNOWS THE PROMISE MONEY
                EVAPORATED.  UNKNOWN ACCOUNTS AND UNUSABLE ITEMS ARE
                WRITTEN UNCHANGED TO A REJECT FILE TO BE RESEARCHED.
                AN ITEM MARKED 'B' IS AN ACCT97 AUTOPAY BANK DEBIT THE
                CUSTOMER'S BANK SENT BACK, WITH THE BANK'S RETURN
                REASON CODE.  IT REVERSES THE SAME WAY, WITH ITS
                PAYHIST ENTRIES CARRYING PH-SRC 'B', AND IS COUNTED ON
                THE AUTOPAY ENROLLMENT; THE ENROLLMENT IS CANCELLED
                WHEN THE COUNT REACHES THE LIMIT ON THE PARAMETER
                CARD (DEFAULT 2), OR AT ONCE WHEN THE REASON SAYS THE
                BANK ACCOUNT IS CLOSED, UNKNOWN, FROZEN OR NOT TO BE
                DRAWN ON.  ON THE BALCOMP SPLIT THE RETURNED PAYMENT
                IS ADDED BACK TO PRINCIPAL AND THE FEE TO FEES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CW-ACCT
               FILE STATUS IS WS-COLLWK-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
           SELECT REJECT-FILE ASSIGN TO RETREJ
               FILE STATUS IS WS-REJ-STATUS.
           SELECT RET-REPORT-FILE ASSIGN TO RETRPT
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-FEE                PIC X(8).
      *        RETURNED AUTOPAY DEBITS THAT CANCEL THE ENROLLMENT.
           05  PARM-AP-LIMIT           PIC X(2).
           05  FILLER                  PIC X(70).
       FD  RETURN-TRAN-FILE
           RECORDING MODE F.
       01  RET-TRAN-REC.
               10  RT-DAY              PIC 9(2).
               10  RT-YR               PIC 9(2).
           05  RT-AMT                  PIC X(8).
      *        'B' FOR A RETURNED AUTOPAY DEBIT, WITH THE BANK'S
      *        RETURN REASON ('R01' ...); SPACES FOR A LOCKBOX CHECK.
           05  RT-SRC                  PIC X.
               88  RT-AUTOPAY              VALUE 'B'.
           05  RT-REASON               PIC X(3).
               88  RT-BANK-ACCT-DEAD       VALUE 'R02' 'R03' 'R04'
                                             'R07' 'R10' 'R16' 'R20'.
       FD  ACCT-MASTER
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
           RECORDING MODE F.
       01  COLLWK-REC.
           COPY COLLWK.
       FD  AUTOPAY-FILE
           RECORDING MODE F.
       01  AUTOPAY-REC.
           COPY AUTOPAY.
       FD  REJECT-FILE
           RECORDING MODE F.
       01  REJ-REC                     PIC X(23).
       FD  RET-REPORT-FILE
           RECORDING MODE F.
       01  RET-RPT-REC                 PIC X(100).
           02  WS-COLLWK-STATUS        PIC XX VALUE SPACES.
               88  COLLWK-FOUND            VALUE '00'.
           02  WS-REJ-STATUS           PIC XX VALUE SPACES.
           02  WS-AP-STATUS            PIC XX VALUE SPACES.
               88  AUTOPAY-FOUND           VALUE '00'.
           02  WS-AP-LIMIT             PIC 9(2) VALUE 2.
           02  WS-AP-RET-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-AP-RET-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-AP-CAN-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-AP-NOTE              PIC X(28) VALUE SPACES.
           02  WS-TODAY8               PIC 9(8) VALUE 0.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-MATCH-SUB            PIC S9(4) COMP VALUE +0.
           02  WS-LOCK-STATUS          PIC XX VALUE SPACES.
               88  LOCK-FOUND              VALUE '00'.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
           02  WS-LOCK-BUSY-SW         PIC X VALUE 'N'.
               88  LOCK-BUSY               VALUE 'Y'.
           02  WS-LOCK-LIMIT           PIC S9(7) COMP-3 VALUE +1000.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(51) VALUE SPACES.
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN I-O PAYHIST-FILE.
           OPEN INPUT ACCTLOCK-FILE.
           OPEN INPUT COLLWK-FILE.
           OPEN I-O AUTOPAY-FILE.
           OPEN I-O BALCOMP-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT RET-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
           IF WS-NOW-YY > 50
               COMPUTE WS-NOW-DATE = WS-NOW-YY * 1000 + WS-NOW-DDD
           ELSE
               COMPUTE WS-NOW-DATE =
                   100000 + WS-NOW-YY * 1000 + WS-NOW-DDD.
           IF WS-TODAY-YY > 50
               COMPUTE WS-TODAY8 = 19000000 + WS-TODAY-YY * 10000
                   + WS-TODAY-MM * 100 + WS-TODAY-DD
           ELSE
               COMPUTE WS-TODAY8 = 20000000 + WS-TODAY-YY * 10000
                   + WS-TODAY-MM * 100 + WS-TODAY-DD.
           PERFORM 1100-GET-FEE THRU 1100-EXIT.
           WRITE RET-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
      *****************************************************************
      * THE RETURNED-CHECK FEE COMES FROM THE PARAMETER CARD IN THE
      * SAME '  999.99' DISPLAY FORM AS EVERY OTHER AMOUNT.  A
      * MISSING OR UNUSABLE CARD FALLS BACK TO THE STANDARD FEE.  THE
      * SAME CARD CARRIES THE AUTOPAY RETURN LIMIT.
      *****************************************************************
       1100-GET-FEE.
           OPEN INPUT PARM-FILE.
               MOVE WS-DEFAULT-FEE TO WS-AMT-X
               PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           MOVE WS-AMT-VAL-N TO WS-FEE-N.
           IF PARM-AP-LIMIT NUMERIC AND PARM-AP-LIMIT > '00'
               MOVE PARM-AP-LIMIT TO WS-AP-LIMIT.
       1100-EXIT.
           EXIT.
       2000-PROCESS-RECORD.
                   MOVE 'ACCOUNT NOT FOUND' TO RPT-STATUS
                   PERFORM 2500-TO-REJECT THRU 2500-EXIT
           END-READ.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-FOUND
               MOVE RT-ACCT TO LK-ACCT
               PERFORM 2600-CK-LOCK THRU 2600-EXIT
       2100-READ-TRAN.
           READ RETURN-TRAN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
           MOVE WS-BAL-AMT-N TO BAL (1).
           REWRITE ACCTREC
               INVALID KEY MOVE 'REWRITE FAILED' TO RPT-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS = 'REWRITE FAILED'
               PERFORM 2500-TO-REJECT THRU 2500-EXIT
               GO TO 2200-EXIT.
      *    THE RETURNED PAYMENT GOES BACK ON AS PRINCIPAL AND THE FEE
      *    ON AS A FEE IN THE BALCOMP SPLIT.
           MOVE 'P' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = WS-BAL-AMT-N - WS-FEE-N - WS-RET-AMT-N.
           MOVE WS-RET-AMT-N TO BCL-AMT.
           PERFORM 2900-POST-COMPONENTS THRU 2900-EXIT.
           MOVE 'E' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = WS-BAL-AMT-N - WS-FEE-N.
           MOVE WS-FEE-N TO BCL-AMT.
           PERFORM 2900-POST-COMPONENTS THRU 2900-EXIT.
           MOVE WS-RET-AMT-N TO WS-PH-AMT-N.
      *    DATED WITH THE RUN DATE SO THE ACCT40 REGISTER AND THE
      *    ACCT41 EXTRACT FOR TODAY PICK IT UP; THE REPORT LINE
           ADD WS-FEE-N TO WS-FEE-AMT.
           PERFORM 2250-CK-COLLECTIONS THRU 2250-EXIT.
           WRITE RET-RPT-REC FROM RPT-LINE.
           IF RT-AUTOPAY
               PERFORM 2800-CK-AUTOPAY THRU 2800-EXIT.
       2200-EXIT.
           EXIT.
       2210-FIND-ENTRY.
       2250-CK-COLLECTIONS.
           MOVE RT-ACCT TO CW-ACCT.
           READ COLLWK-FILE
               INVALID KEY MOVE '23' TO WS-COLLWK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF COLLWK-FOUND
               MOVE '** IN COLLECTIONS' TO RPT-COLL
               ADD 1 TO WS-COLL-CNT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2310-SCAN-PAYHIST THRU 2310-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = RT-ACCT.
           MOVE WS-PH-DATE-N (3:2) TO PH-DAY.
           MOVE WS-PH-DATE-N (5:2) TO PH-YR.
           MOVE SPACE TO PH-RSN.
           IF RT-AUTOPAY
               MOVE 'B' TO PH-SRC
           ELSE
               MOVE 'L' TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY MOVE 'Y' TO WS-PH-BAD-SW.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2300-EXIT.
           EXIT.
       2310-SCAN-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = RT-ACCT
               MOVE PH-SEQ TO WS-LAST-SEQ.
       2310-EXIT.
           EXIT.
       2500-TO-REJECT.
           WRITE REJ-REC FROM RET-TRAN-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-REJ-CNT.
           ADD WS-RET-AMT-N TO WS-REJ-AMT.
           WRITE RET-RPT-REC FROM RPT-LINE.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * A RETURNED AUTOPAY DEBIT IS COUNTED ON THE ENROLLMENT, WHICH
      * IS CANCELLED (STATUS 'R') AT THE LIMIT OR AT ONCE WHEN THE
      * BANK SAYS THE ACCOUNT CAN NOT BE DRAWN ON.  THE CANCELLATION
      * GOES ON THE REPORT UNDER THE REVERSAL.
      *****************************************************************
       2800-CK-AUTOPAY.
           ADD 1 TO WS-AP-RET-CNT.
           ADD WS-RET-AMT-N TO WS-AP-RET-AMT.
           MOVE RT-ACCT TO AP-ACCT.
           READ AUTOPAY-FILE
               INVALID KEY MOVE '23' TO WS-AP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT AUTOPAY-FOUND OR NOT AP-ACTIVE
               GO TO 2800-EXIT.
           IF AP-RET-CNT < 99
               ADD 1 TO AP-RET-CNT.
           MOVE SPACES TO WS-AP-NOTE.
           IF AP-RET-CNT NOT < WS-AP-LIMIT
               MOVE '** AUTOPAY CANCELLED-RETURNS' TO WS-AP-NOTE.
           IF RT-BANK-ACCT-DEAD
               MOVE '** AUTOPAY CANCELLED-BANK' TO WS-AP-NOTE.
           IF WS-AP-NOTE NOT = SPACES
               MOVE 'R' TO AP-STATUS
               MOVE WS-TODAY8 TO AP-CANCEL-DATE.
           MOVE WS-TODAY8 TO AP-UPD-DATE.
           REWRITE AUTOPAY-REC
               INVALID KEY MOVE '** AUTOPAY NOT UPDATED' TO WS-AP-NOTE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF WS-AP-NOTE = SPACES GO TO 2800-EXIT.
           IF AP-RETURNS-CANCEL
               ADD 1 TO WS-AP-CAN-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE RT-ACCT TO RPT-ACCTC.
           MOVE RT-DATE TO RPT-DATE.
           MOVE RT-REASON TO RPT-AMT.
           MOVE WS-AP-NOTE TO RPT-STATUS.
           WRITE RET-RPT-REC FROM RPT-LINE.
       2800-EXIT.
           EXIT.
      *****************************************************************
      * THE ACCOUNT IS SKIPPED WHEN A CURRENT ON-LINE RESERVATION IS
      * ON THE ACCTLOCK FILE - THE SAME TEN-MINUTE CURRENCY RULE THE
      * ON-LINE SIDE APPLIES TO ITS USE-QID QUEUE.  A STALE LOCK IS
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
           MOVE 'ITEMS READ:              ' TO SUM-LABEL.
           MOVE WS-COLL-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE RET-RPT-REC FROM SUMMARY-LINE.
           MOVE 'AUTOPAY DEBITS RETURNED: ' TO SUM-LABEL.
           MOVE WS-AP-RET-CNT TO SUM-CNT.
           MOVE WS-AP-RET-AMT TO SUM-AMT.
           WRITE RET-RPT-REC FROM SUMMARY-LINE.
           MOVE 'AUTOPAY CANCELLED:       ' TO SUM-LABEL.
           MOVE WS-AP-CAN-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE RET-RPT-REC FROM SUMMARY-LINE.
           CLOSE RETURN-TRAN-FILE, ACCT-MASTER, PAYHIST-FILE,
               ACCTLOCK-FILE, COLLWK-FILE, REJECT-FILE,
               RET-REPORT-FILE, AUTOPAY-FILE, BALCOMP-FILE.
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
           MOVE WS-TRAN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RETITEM' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RET-TRAN-REC TO ABL-KEY
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
           MOVE WS-LOCK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTLOCK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LK-ACCT TO ABL-KEY
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
           MOVE WS-AP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AUTOPAY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AP-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-REJ-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RETREJ' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE REJ-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'RETRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RET-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT38' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
