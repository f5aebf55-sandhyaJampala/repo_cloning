       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT98.
       REMARKS. THIS BATCH JOB RECONCILES THE REFUND CHECKS ACCT69
                HAS ISSUED AGAINST WHAT THE DISBURSEMENT BANK HAS
                PAID.  EACH CHECK ON THE BANK'S PAID-CHECKS FILE
                (CLRCHK) IS LOOKED UP ON THE CHKREG CHECK REGISTER:
                AN ISSUED CHECK PAID AT ITS ISSUED AMOUNT IS MARKED
                CLEARED ('C'); ONE PAID AT ANOTHER AMOUNT IS MARKED
                'E' AND REPORTED AS AN EXCEPTION, AS IS A CHECK
                NUMBER NOT ON THE REGISTER, ONE ALREADY CLEARED, AND
                ONE PAID AFTER WE VOIDED IT.  THE REGISTER IS THEN
                SWEPT: A CHECK STILL OUTSTANDING MORE THAN THE
                STALE-DATE LIMIT (PARAMETER CARD DAYS, DEFAULT 180)
                IS VOIDED ('V'), SENT TO THE BANK AS A VOID ON THE
                PPVOID POSITIVE-PAY FILE, AND ITS AMOUNT PUT BACK ON
                THE ACCOUNT AS A TYPE 'J' CREDIT MEMO WITH REASON
                'V', WHERE THE ACCT68 DORMANCY RUN PICKS IT UP - ACCT69
                DOES NOT REFUND IT AGAIN.  AN ACCOUNT RESERVED ON-LINE
                IS LEFT FOR THE NEXT RUN.  EVERY OTHER CHECK STILL
                OUTSTANDING IS LISTED WITH ITS AGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CHKPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CLEARED-FILE ASSIGN TO CLRCHK
               FILE STATUS IS WS-CL-STATUS.
           SELECT CHKREG-FILE ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-NUMBER
               FILE STATUS IS WS-CK-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT ACCTLOCK-FILE ASSIGN TO ACCTLOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LK-ACCT
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PPVOID-FILE ASSIGN TO PPVOID
               FILE STATUS IS WS-PP-STATUS.
           SELECT CK-REPORT-FILE ASSIGN TO CKRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-STALE-DAYS         PIC 9(3).
           05  FILLER                  PIC X.
           05  PARM-PP-ACCT            PIC X(15).
           05  FILLER                  PIC X(61).
       FD  CLEARED-FILE
           RECORDING MODE F.
       01  CLEARED-REC.
           05  CL-CHECK-NO             PIC 9(10).
           05  CL-AMOUNT               PIC 9(8)V99.
           05  CL-PAID-DATE            PIC 9(8).
           05  CL-BANK-ACCT            PIC X(15).
           05  FILLER                  PIC X(37).
       FD  CHKREG-FILE
           RECORDING MODE F.
       01  CHKREG-REC.
           COPY CHKREG.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  ACCTLOCK-FILE
           RECORDING MODE F.
       01  ACCTLOCK-REC.
           COPY ACCTLOCK.
       FD  PPVOID-FILE
           RECORDING MODE F.
       01  PPISSUE-REC.
           COPY PPISSUE.
       FD  CK-REPORT-FILE
           RECORDING MODE F.
       01  CK-RPT-REC                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-CL-STATUS            PIC XX VALUE SPACES.
           02  WS-CK-STATUS            PIC XX VALUE SPACES.
               88  CK-FOUND                VALUE '00'.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
               88  PAYHIST-OK              VALUE '00'.
           02  WS-PP-STATUS            PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-REG-EOF-SW           PIC X VALUE 'N'.
               88  REG-DONE                VALUE 'Y'.
           02  WS-STALE-DAYS           PIC 9(3) VALUE 180.
           02  WS-PP-ACCT              PIC X(15) VALUE SPACES.
           02  WS-CLEAR-READ-CNT       PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLEARED-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLEARED-AMT          PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-MISMATCH-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-UNKNOWN-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-OTHER-EXC-CNT        PIC S9(7) COMP-3 VALUE 0.
           02  WS-VOID-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-VOID-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-OUTST-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-OUTST-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-HELD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-PP-CNT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-PP-AMT               PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-LAST-SEQ             PIC S9(4) COMP VALUE +0.
           02  WS-TODAY-SER            PIC S9(9) COMP-3 VALUE 0.
           02  WS-ISSUE-SER            PIC S9(9) COMP-3 VALUE 0.
           02  WS-AGE-DAYS             PIC S9(9) COMP-3 VALUE 0.
           02  WS-LOCK-STATUS          PIC XX VALUE SPACES.
               88  LOCK-FOUND              VALUE '00'.
           02  WS-LOCK-BUSY-SW         PIC X VALUE 'N'.
               88  LOCK-BUSY               VALUE 'Y'.
           02  WS-LOCK-LIMIT           PIC S9(7) COMP-3 VALUE +1000.
           02  WS-NOW-DATE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOW-TIME             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LK-TIME              PIC S9(7) COMP-3 VALUE 0.
           02  WS-LK-DATE              PIC S9(7) COMP-3 VALUE 0.
       01  WS-NOW-DAY.
           02  WS-NOW-YY               PIC 9(2).
           02  WS-NOW-DDD              PIC 9(3).
       01  WS-NOW-HMS                  PIC 9(8).
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY8                   PIC 9(8) VALUE 0.
       01  WS-ISSUE8                   PIC 9(8) VALUE 0.
       01  WS-ISSUE8-R REDEFINES WS-ISSUE8.
           02  WS-ISSUE-CCYY           PIC 9(4).
           02  WS-ISSUE-MM             PIC 9(2).
           02  WS-ISSUE-DD             PIC 9(2).
       01  WS-AMT-WORK.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-CHECK-N                  PIC S9(8)V99 COMP-3 VALUE 0.
       01  WS-AMT-ED                   PIC ZZZZ9.99.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT98 REFUND CHECK RECONCILIATION AND POSITIVE PAY'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  PAID-HEAD-LINE.
           02  FILLER                  PIC X(60) VALUE
               '  CHECKS PAID BY THE BANK'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  SWEEP-HEAD-LINE.
           02  FILLER                  PIC X(60) VALUE
               '  CHECKS STILL OUTSTANDING'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-CHECK-NO            PIC 9(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-AMT                 PIC ZZZZZ9.99 BLANK WHEN ZERO.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-PAID                PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(40).
           02  FILLER                  PIC X(17) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
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
           PERFORM 2000-PROCESS-PAID THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 3000-START-SWEEP THRU 3000-EXIT.
           PERFORM 3100-SWEEP-CHECK THRU 3100-EXIT
               UNTIL REG-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
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
           MOVE WS-TODAY8 TO WS-ISSUE8.
           COMPUTE WS-TODAY-SER = WS-ISSUE-CCYY * 372
               + WS-ISSUE-MM * 31 + WS-ISSUE-DD.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-STALE-DAYS NUMERIC AND PARM-STALE-DAYS > 0
               MOVE PARM-STALE-DAYS TO WS-STALE-DAYS.
           MOVE PARM-PP-ACCT TO WS-PP-ACCT.
           OPEN INPUT CLEARED-FILE.
           OPEN I-O CHKREG-FILE.
           OPEN I-O ACCT-MASTER.
           OPEN I-O PAYHIST-FILE.
           OPEN INPUT ACCTLOCK-FILE.
           OPEN OUTPUT PPVOID-FILE.
           OPEN OUTPUT CK-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE CK-RPT-REC FROM HEADER-LINE.
           WRITE CK-RPT-REC FROM PAID-HEAD-LINE.
           PERFORM 2100-READ-CLEARED THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ONE CHECK THE BANK PAID.  ONLY AN ISSUED CHECK CAN CLEAR;
      * EVERYTHING ELSE IS AN EXCEPTION FOR THE DISBURSEMENT CLERK.
      *****************************************************************
       2000-PROCESS-PAID.
           ADD 1 TO WS-CLEAR-READ-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE 0 TO RPT-AMT, RPT-PAID.
           IF CL-CHECK-NO NOT NUMERIC OR CL-AMOUNT NOT NUMERIC
               MOVE 0 TO RPT-CHECK-NO
               MOVE '** EXCEPTION - UNREADABLE PAID ITEM' TO RPT-NOTE
               ADD 1 TO WS-OTHER-EXC-CNT
               GO TO 2000-WRITE.
           MOVE CL-CHECK-NO TO RPT-CHECK-NO.
           MOVE CL-AMOUNT TO RPT-PAID.
           MOVE CL-CHECK-NO TO CK-NUMBER.
           IF CK-NUMBER = 0
               MOVE '23' TO WS-CK-STATUS
           ELSE
               READ CHKREG-FILE
                   INVALID KEY MOVE '23' TO WS-CK-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT CK-FOUND
               MOVE '** EXCEPTION - UNKNOWN CHECK NUMBER' TO RPT-NOTE
               ADD 1 TO WS-UNKNOWN-CNT
               GO TO 2000-WRITE.
           MOVE CK-ACCT TO RPT-ACCTC.
           MOVE CK-AMT TO WS-AMT-X.
           PERFORM 2900-EDIT-AMOUNT THRU 2900-EXIT.
           MOVE WS-AMT-VAL-N TO RPT-AMT.
           IF CK-CLEARED OR CK-PAID-EXCEPTION
               MOVE '** EXCEPTION - CHECK ALREADY PAID' TO RPT-NOTE
               ADD 1 TO WS-OTHER-EXC-CNT
               GO TO 2000-WRITE.
           IF CK-VOIDED
               MOVE '** EXCEPTION - PAID AFTER VOID' TO RPT-NOTE
               ADD 1 TO WS-OTHER-EXC-CNT
               GO TO 2000-WRITE.
           MOVE CL-AMOUNT TO WS-CHECK-N, WS-AMT-ED.
           MOVE WS-AMT-ED TO CK-PAID-AMT.
           MOVE CL-PAID-DATE TO CK-PAID-DATE.
           IF AMT-BAD OR WS-CHECK-N NOT = WS-AMT-VAL-N
               MOVE 'E' TO CK-STATUS
               MOVE '** EXCEPTION - PAID AMOUNT DIFFERS' TO RPT-NOTE
               ADD 1 TO WS-MISMATCH-CNT
           ELSE
               MOVE 'C' TO CK-STATUS
               MOVE 'CLEARED' TO RPT-NOTE
               ADD 1 TO WS-CLEARED-CNT
               ADD WS-CHECK-N TO WS-CLEARED-AMT.
           REWRITE CHKREG-REC
               INVALID KEY MOVE '** REGISTER NOT UPDATED' TO RPT-NOTE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       2000-WRITE.
           WRITE CK-RPT-REC FROM RPT-LINE.
           PERFORM 2100-READ-CLEARED THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-CLEARED.
           READ CLEARED-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * THE ACCOUNT IS SKIPPED WHEN A CURRENT ON-LINE RESERVATION IS
      * ON THE ACCTLOCK FILE - THE SAME TEN-MINUTE CURRENCY RULE THE
      * ON-LINE SIDE APPLIES TO ITS USE-QID QUEUE.  A STALE LOCK IS
      * IGNORED.
      *****************************************************************
       2700-CK-LOCK.
           MOVE 'N' TO WS-LOCK-BUSY-SW.
           READ ACCTLOCK-FILE
               INVALID KEY GO TO 2700-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LOCK-FOUND GO TO 2700-EXIT.
           MOVE LK-TIME TO WS-LK-TIME.
           MOVE LK-DATE TO WS-LK-DATE.
           ADD WS-LOCK-LIMIT TO WS-LK-TIME.
           IF WS-LK-TIME > 236000
               ADD 1 TO WS-LK-DATE
               SUBTRACT 236000 FROM WS-LK-TIME.
           IF WS-LK-DATE > WS-NOW-DATE OR
               (WS-LK-DATE = WS-NOW-DATE AND
                WS-LK-TIME NOT < WS-NOW-TIME)
               MOVE 'Y' TO WS-LOCK-BUSY-SW.
       2700-EXIT.
           EXIT.
       2900-EDIT-AMOUNT.
      *    A BALANCE OR CHECK AMOUNT IS CARRIED AS EIGHT DISPLAY
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT
      *    FIXED IN THE SIXTH POSITION.  LEADING SPACES ARE TREATED
      *    AS ZEROS, THE SAME WAY THE PAY-INIT SEED IS BUILT.
           MOVE 'N' TO WS-AMT-BAD-SW.
           MOVE 0 TO WS-AMT-VAL-N.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * THE SWEEP READS THE WHOLE REGISTER PAST THE CONTROL ROW.
      *****************************************************************
       3000-START-SWEEP.
           WRITE CK-RPT-REC FROM SWEEP-HEAD-LINE.
           MOVE 1 TO CK-NUMBER.
           START CHKREG-FILE KEY NOT < CK-NUMBER
               INVALID KEY MOVE 'Y' TO WS-REG-EOF-SW.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF NOT REG-DONE
               PERFORM 3900-READ-REGISTER THRU 3900-EXIT.
       3000-EXIT.
           EXIT.
       3100-SWEEP-CHECK.
           IF NOT CK-ISSUED GO TO 3100-READ-NEXT.
           MOVE CK-ISSUE-DATE TO WS-ISSUE8.
           IF WS-ISSUE8 NOT NUMERIC
               MOVE 0 TO WS-ISSUE8.
           COMPUTE WS-ISSUE-SER = WS-ISSUE-CCYY * 372
               + WS-ISSUE-MM * 31 + WS-ISSUE-DD.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SER - WS-ISSUE-SER.
           MOVE CK-AMT TO WS-AMT-X.
           PERFORM 2900-EDIT-AMOUNT THRU 2900-EXIT.
           MOVE SPACES TO RPT-LINE.
           MOVE 0 TO RPT-PAID.
           MOVE CK-NUMBER TO RPT-CHECK-NO.
           MOVE CK-ACCT TO RPT-ACCTC.
           MOVE WS-AMT-VAL-N TO RPT-AMT.
           IF WS-AGE-DAYS > WS-STALE-DAYS
               PERFORM 3200-VOID-CHECK THRU 3200-EXIT
               GO TO 3100-READ-NEXT.
           ADD 1 TO WS-OUTST-CNT.
           ADD WS-AMT-VAL-N TO WS-OUTST-AMT.
           MOVE 'ISSUED - OUTSTANDING, DAYS' TO RPT-NOTE.
           MOVE WS-AGE-DAYS TO WS-AMT-ED.
           MOVE WS-AMT-ED (1:5) TO RPT-NOTE (28:5).
           WRITE CK-RPT-REC FROM RPT-LINE.
       3100-READ-NEXT.
           PERFORM 3900-READ-REGISTER THRU 3900-EXIT.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * A STALE-DATED CHECK IS VOIDED AT THE BANK AND ITS AMOUNT PUT
      * BACK ON THE ACCOUNT AS A TYPE 'J' CREDIT MEMO, REASON 'V'.
      * AN ACCOUNT RESERVED ON-LINE, OR ONE WITH AN UNUSABLE BALANCE,
      * IS LEFT FOR THE NEXT RUN.  AN ACCOUNT NO LONGER ON FILE
      * STILL HAS ITS CHECK VOIDED AND IS REPORTED FOR HANDLING.
      *****************************************************************
       3200-VOID-CHECK.
           MOVE CK-ACCT TO LK-ACCT.
           PERFORM 2700-CK-LOCK THRU 2700-EXIT.
           IF LOCK-BUSY
               ADD 1 TO WS-HELD-CNT
               MOVE 'STALE - ACCOUNT IN USE, NEXT RUN' TO RPT-NOTE
               WRITE CK-RPT-REC FROM RPT-LINE
               GO TO 3200-EXIT.
           MOVE CK-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-FOUND AND BAL (1) NOT NUMERIC
               ADD 1 TO WS-HELD-CNT
               MOVE '** STALE - BALANCE UNUSABLE, NEXT RUN' TO RPT-NOTE
               WRITE CK-RPT-REC FROM RPT-LINE
               GO TO 3200-EXIT.
           MOVE 'VOIDED - CREDIT RESTORED' TO RPT-NOTE.
           IF ACCTFIL-FOUND
               SUBTRACT WS-AMT-VAL-N FROM BAL (1)
               REWRITE ACCTREC
                   INVALID KEY MOVE '** VOIDED - CREDIT NOT RESTORED'
                       TO RPT-NOTE
                   NOT INVALID KEY
                       PERFORM 3300-ADD-PAYHIST THRU 3300-EXIT
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               MOVE '** VOIDED - ACCOUNT NOT ON FILE' TO RPT-NOTE.
           MOVE 'V' TO CK-STATUS.
           MOVE WS-TODAY8 TO CK-VOID-DATE.
           REWRITE CHKREG-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE SPACES TO PPISSUE-REC.
           MOVE 'D' TO PP-REC-TYPE.
           MOVE WS-PP-ACCT TO PP-BANK-ACCT.
           MOVE CK-NUMBER TO PP-CHECK-NO.
           MOVE WS-AMT-VAL-N TO PP-AMOUNT.
           MOVE CK-ISSUE-DATE TO PP-ISSUE-DATE.
           MOVE 'V' TO PP-ACTION.
           MOVE CK-PAYEE TO PP-PAYEE.
           WRITE PPISSUE-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-PP-CNT.
           ADD WS-AMT-VAL-N TO WS-PP-AMT.
           ADD 1 TO WS-VOID-CNT.
           ADD WS-AMT-VAL-N TO WS-VOID-AMT.
           WRITE CK-RPT-REC FROM RPT-LINE.
       3200-EXIT.
           EXIT.
       3300-ADD-PAYHIST.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE ACCTDO TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 3310-SCAN-PAYHIST THRU 3310-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
           MOVE ACCTDO TO PH-ACCT.
           COMPUTE PH-SEQ = WS-LAST-SEQ + 1.
           MOVE CK-AMT TO PH-AMT.
           MOVE WS-TODAY-MM TO PH-MO.
           MOVE WS-TODAY-DD TO PH-DAY.
           MOVE WS-TODAY-YY TO PH-YR.
           MOVE 'J' TO PH-TYPE.
           MOVE 'V' TO PH-RSN.
           MOVE SPACE TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       3300-EXIT.
           EXIT.
       3310-SCAN-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = ACCTDO
               MOVE PH-SEQ TO WS-LAST-SEQ.
       3310-EXIT.
           EXIT.
       3900-READ-REGISTER.
           READ CHKREG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-REG-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       3900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO PPISSUE-REC.
           MOVE 'T' TO PP-REC-TYPE.
           MOVE WS-PP-ACCT TO PP-TRL-BANK-ACCT.
           MOVE WS-PP-CNT TO PP-TRL-COUNT.
           MOVE WS-PP-AMT TO PP-TRL-TOTAL.
           WRITE PPISSUE-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'PAID ITEMS READ:            ' TO SUM-LABEL.
           MOVE WS-CLEAR-READ-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE CK-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CHECKS CLEARED:             ' TO SUM-LABEL.
           MOVE WS-CLEARED-CNT TO SUM-CNT.
           MOVE WS-CLEARED-AMT TO SUM-AMT.
           WRITE CK-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PAID AMOUNT DIFFERS:        ' TO SUM-LABEL.
           MOVE WS-MISMATCH-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE CK-RPT-REC FROM SUMMARY-LINE.
           MOVE 'UNKNOWN CHECK NUMBERS:      ' TO SUM-LABEL.
           MOVE WS-UNKNOWN-CNT TO SUM-CNT.
           WRITE CK-RPT-REC FROM SUMMARY-LINE.
           MOVE 'OTHER PAID EXCEPTIONS:      ' TO SUM-LABEL.
           MOVE WS-OTHER-EXC-CNT TO SUM-CNT.
           WRITE CK-RPT-REC FROM SUMMARY-LINE.
           MOVE 'STALE CHECKS VOIDED:        ' TO SUM-LABEL.
           MOVE WS-VOID-CNT TO SUM-CNT.
           MOVE WS-VOID-AMT TO SUM-AMT.
           WRITE CK-RPT-REC FROM SUMMARY-LINE.
           MOVE 'STALE, HELD FOR NEXT RUN:   ' TO SUM-LABEL.
           MOVE WS-HELD-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE CK-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ISSUED, STILL OUTSTANDING:  ' TO SUM-LABEL.
           MOVE WS-OUTST-CNT TO SUM-CNT.
           MOVE WS-OUTST-AMT TO SUM-AMT.
           WRITE CK-RPT-REC FROM SUMMARY-LINE.
           CLOSE CLEARED-FILE, CHKREG-FILE, ACCT-MASTER,
               PAYHIST-FILE, ACCTLOCK-FILE, PPVOID-FILE,
               CK-REPORT-FILE.
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
           MOVE WS-CL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CLRCHK' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CLEARED-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CHKREG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CK-NUMBER TO ABL-KEY
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
           MOVE WS-LOCK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTLOCK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LK-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PPVOID' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PPISSUE-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'CKRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CK-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT98' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
