       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT83.
       REMARKS. THIS NIGHTLY BATCH PROGRAM ASSESSES THE SCHEDULED
                ACCOUNT FEES.  THE AMOUNT OF EACH FEE COMES FROM THE
                MAINTAINABLE FEESCHED FILE (AC12 FILE CODE 'FE'),
                KEYED BY FEE TYPE AND THE ACCOUNT'S SPECIAL CODE
                (SCODE1DO), WITH A '*' ROW AS THE DEFAULT FOR ANY
                CODE WITHOUT ONE, SO FEES CAN BE CHANGED WITHOUT A
                RECOMPILE.  THREE FEES ARE CHARGED:
                  LATE FEE (L)       - EVERY NIGHT, WHEN THE DUE DATE
                                       ON THE ACCOUNT'S LATEST MINPAY
                                       ROW HAS PASSED AND THE TYPE 'P'
                                       PAYMENTS RECEIVED SINCE THE
                                       STATEMENT FALL SHORT OF THE
                                       MINIMUM DUE.  THE ROW IS
                                       MARKED SO IT IS CHECKED ONCE.
                  OVER-LIMIT FEE (X) - WHEN THE ACCOUNT'S CYCLE CLOSES
                                       WITH BAL ABOVE LIMITDO.
                  ANNUAL FEE (Y)     - WHEN THE ACCOUNT'S CYCLE CLOSES
                                       IN ITS ANNIVERSARY MONTH (IMODO),
                                       ONCE A YEAR, NOT IN THE YEAR
                                       THE ACCOUNT WAS OPENED.
                THE PARAMETER CARD NAMES THE BILLING CYCLE ('1'-'4')
                CLOSING TONIGHT; BLANK MEANS NO CYCLE CLOSES AND ONLY
                LATE FEES ARE ASSESSED.  THE OVER-LIMIT AND ANNUAL
                FEES ARE NOT CHARGED TWICE IN THE SAME MONTH OR YEAR
                IF THE STEP IS RERUN.  EACH FEE IS ADDED TO THE
                BALANCE (THE BALANCE DATE IS LEFT ALONE, AS ACCT14
                LEAVES IT), RECORDED AS ITS OWN PAYHIST TYPE FOR THE
                ACCT41 JOURNAL, AND PRINTED ON A FEE REGISTER WITH
                TOTALS BY FEE.  ACCOUNTS IN BANKRUPTCY (BANKDO 'B'),
                OF A DECEASED CUSTOMER (DECEDO 'D'),
                OF A SERVICEMEMBER WHOSE ACTIVE-DUTY PERIOD ON THE
                MILSVC FILE IS IN FORCE (FEES COUNT AGAINST THE
                6 PERCENT CAP, SO NONE ARE CHARGED),
                UNDER AN ACTIVE SETTLEMENT OFFER, OR CLOSED OR
                CHARGED OFF (STATDO 'CL' OR 'CO') ARE SKIPPED, AND AN
                ACCOUNT IN USE ON-LINE IS LEFT FOR THE NEXT NIGHT.
                THE FEES ARE ADDED TO THE FEE PART OF THE BALCOMP
                SPLIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO FEEPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT FEESCHED-FILE ASSIGN TO FEESCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEE-STATUS.
           SELECT MINPAY-FILE ASSIGN TO MINPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MP-STATUS.
           SELECT SETTLE-FILE ASSIGN TO SETTLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-ACCT
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT ACCTLOCK-FILE ASSIGN TO ACCTLOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LK-ACCT
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT MILSVC-FILE ASSIGN TO MILSVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT FEE-REPORT-FILE ASSIGN TO ACCTFERP
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
      *        THE BILLING CYCLE ('1'-'4') CLOSING TONIGHT; BLANK
      *        MEANS NO CYCLE CLOSES AND ONLY LATE FEES ARE CHARGED.
           05  PARM-CYCLE              PIC X.
           05  FILLER                  PIC X(79).
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  FEESCHED-FILE
           RECORDING MODE F.
       01  FEESCHED-REC.
           COPY FEESCHED.
       FD  MINPAY-FILE
           RECORDING MODE F.
       01  MINPAY-REC.
           COPY MINPAY.
       FD  SETTLE-FILE
           RECORDING MODE F.
       01  SETTLE-REC.
           COPY SETTLE.
       FD  ACCTLOCK-FILE
           RECORDING MODE F.
       01  ACCTLOCK-REC.
           COPY ACCTLOCK.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  MILSVC-FILE
           RECORDING MODE F.
       01  MILSVC-REC.
           COPY MILSVC.
       FD  FEE-REPORT-FILE
           RECORDING MODE F.
       01  FEE-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-EOF             VALUE '10'.
           02  WS-FEE-STATUS           PIC XX VALUE SPACES.
               88  FEE-FOUND               VALUE '00'.
           02  WS-MP-STATUS            PIC XX VALUE SPACES.
               88  MP-OK                   VALUE '00'.
           02  WS-SETTLE-STATUS        PIC XX VALUE SPACES.
               88  SETTLE-FOUND            VALUE '00'.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
               88  PAYHIST-OK              VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-ACCT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-ASSESS-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-LAST-SEQ             PIC S9(4) COMP VALUE +0.
           02  WS-RW-BAD-SW            PIC X VALUE 'N'.
               88  RW-BAD                  VALUE 'Y'.
           02  WS-PH-BAD-SW            PIC X VALUE 'N'.
               88  PH-WRITE-BAD            VALUE 'Y'.
           02  WS-PHFAIL-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-RWFAIL-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-SKIP-LOCK-CNT        PIC S9(7) COMP-3 VALUE 0.
           02  WS-BANK-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-SETTLE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLOSED-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-MS-STATUS            PIC XX VALUE SPACES.
               88  MILSVC-OK               VALUE '00'.
           02  WS-MIL-SW               PIC X VALUE 'N'.
               88  MIL-COVERED             VALUE 'Y'.
           02  WS-MIL-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-RUN-CYCLE            PIC X VALUE SPACE.
           02  WS-ACCT-CYCLE           PIC X VALUE SPACE.
           02  WS-CLOSE-SW             PIC X VALUE 'N'.
               88  CYCLE-CLOSING           VALUE 'Y'.
           02  WS-LATE-SW              PIC X VALUE 'N'.
               88  LATE-CANDIDATE          VALUE 'Y'.
           02  WS-OVL-SW               PIC X VALUE 'N'.
               88  OVL-CANDIDATE           VALUE 'Y'.
           02  WS-ANN-SW               PIC X VALUE 'N'.
               88  ANN-CANDIDATE           VALUE 'Y'.
           02  WS-OVL-DONE-SW          PIC X VALUE 'N'.
               88  OVL-ALREADY             VALUE 'Y'.
           02  WS-ANN-DONE-SW          PIC X VALUE 'N'.
               88  ANN-ALREADY             VALUE 'Y'.
           02  WS-FEE-TYPE             PIC X VALUE SPACE.
           02  WS-MP-LAST-PERIOD       PIC 9(6) VALUE 0.
           02  WS-LOCK-STATUS          PIC XX VALUE SPACES.
               88  LOCK-FOUND              VALUE '00'.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
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
       01  WS-CUR-CCYY                 PIC 9(4).
       01  WS-TODAY-FULL               PIC 9(8).
       01  WS-STMT-FULL                PIC 9(8).
       01  WS-PH-FULL                  PIC 9(8).
       01  WS-PH-CCYY                  PIC 9(4).
       01  WS-OPEN-CCYY                PIC 9(4).
       01  WS-STMT-MMDDYY.
           02  WS-STMT-MM              PIC 9(2).
           02  WS-STMT-DD              PIC 9(2).
           02  WS-STMT-YY              PIC 9(2).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-AMT-WORK.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-BAL-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-OLD-BAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-MIN-DUE-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-PAID-N                   PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-FEE-N                    PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-LATE-N                   PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-OVL-N                    PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-ANN-N                    PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-CHARGE-N                 PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-AMT-ED                   PIC ZZZZ9.99.

       01  FEE-TOTALS.
           02  FEE-LATE-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  FEE-LATE-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  FEE-OVL-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  FEE-OVL-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  FEE-ANN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  FEE-ANN-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  FEE-ONTIME-CNT          PIC S9(7) COMP-3 VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT83 NIGHTLY FEE ASSESSMENT REGISTER'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-FEE                 PIC X(14).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SCODE               PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-OLD-BAL             PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-CHARGE              PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NEW-BAL             PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(12).
           02  FILLER                  PIC X(29) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(25).
           02  SUM-CNT                 PIC ZZZZZZ9.
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
           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-CYCLE >= '1' AND PARM-CYCLE <= '4'
               MOVE PARM-CYCLE TO WS-RUN-CYCLE.
           OPEN I-O ACCT-MASTER.
           OPEN INPUT FEESCHED-FILE.
           OPEN I-O MINPAY-FILE.
           OPEN INPUT SETTLE-FILE.
           OPEN I-O PAYHIST-FILE.
           OPEN INPUT ACCTLOCK-FILE.
           OPEN INPUT MILSVC-FILE.
           OPEN I-O BALCOMP-FILE.
           OPEN OUTPUT FEE-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
           IF WS-NOW-YY > 50
               COMPUTE WS-NOW-DATE = WS-NOW-YY * 1000 + WS-NOW-DDD
           ELSE
               COMPUTE WS-NOW-DATE =
                   100000 + WS-NOW-YY * 1000 + WS-NOW-DDD.

           WRITE FEE-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.
           COMPUTE WS-TODAY-FULL =
               WS-CUR-CCYY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * EACH ACCOUNT IS FIRST CHECKED FOR A FEE THAT COULD APPLY; ONLY
      * THEN ARE THE LOCK, BANKRUPTCY, SETTLEMENT AND CLOSED-ACCOUNT
      * SKIPS COUNTED, SO THE SKIP TOTALS ARE FEES NOT CHARGED RATHER
      * THAN A COUNT OF THE WHOLE FILE.
      *****************************************************************
       2000-PROCESS-RECORD.
           ADD 1 TO WS-ACCT-CNT.
      *    AN ACCOUNT PREDATING CYCLES (CYCLEDO SPACE) RIDES CYCLE '1'.
           MOVE 'N' TO WS-CLOSE-SW.
           IF WS-RUN-CYCLE NOT = SPACE
               MOVE CYCLEDO TO WS-ACCT-CYCLE
               IF WS-ACCT-CYCLE = SPACE
                   MOVE '1' TO WS-ACCT-CYCLE
               END-IF
               IF WS-ACCT-CYCLE = WS-RUN-CYCLE
                   MOVE 'Y' TO WS-CLOSE-SW
               END-IF
           END-IF.
           PERFORM 2200-FIND-FEES THRU 2200-EXIT.
           IF NOT LATE-CANDIDATE AND NOT OVL-CANDIDATE
               AND NOT ANN-CANDIDATE
               GO TO 2000-READ-NEXT.
           MOVE ACCTDO TO LK-ACCT.
           PERFORM 2600-CK-LOCK THRU 2600-EXIT.
           IF LOCK-BUSY
               ADD 1 TO WS-SKIP-LOCK-CNT
               GO TO 2000-READ-NEXT.
      *    AN ACTIVE BANKRUPTCY (BANKDO 'B') HALTS ASSESSMENT -
      *    CHARGING A DEBTOR IN BANKRUPTCY IS A LEGAL VIOLATION.  A
      *    SETTLED OR CLOSED ACCOUNT IS NOT CHARGED EITHER.  THE LATE
      *    FEE FOR THE CYCLE IS WAIVED OUTRIGHT SO IT IS NOT CHARGED
      *    LATER WHEN THE HOLD LIFTS.
           IF BANKDO = 'B'
               ADD 1 TO WS-BANK-CNT
               PERFORM 2450-WAIVE-LATE THRU 2450-EXIT
               GO TO 2000-READ-NEXT.
           IF DECEDO = 'D'
               ADD 1 TO WS-DECD-CNT
               PERFORM 2450-WAIVE-LATE THRU 2450-EXIT
               GO TO 2000-READ-NEXT.
           PERFORM 2700-CK-MILITARY THRU 2700-EXIT.
           IF MIL-COVERED
               ADD 1 TO WS-MIL-CNT
               PERFORM 2450-WAIVE-LATE THRU 2450-EXIT
               GO TO 2000-READ-NEXT.
           IF STATDO = 'CL' OR STATDO = 'CO'
               ADD 1 TO WS-CLOSED-CNT
               PERFORM 2450-WAIVE-LATE THRU 2450-EXIT
               GO TO 2000-READ-NEXT.
           MOVE ACCTDO TO ST-ACCT.
           READ SETTLE-FILE
               INVALID KEY MOVE '23' TO WS-SETTLE-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SETTLE-FOUND AND ST-OFFER-ACTIVE
               ADD 1 TO WS-SETTLE-CNT
               PERFORM 2450-WAIVE-LATE THRU 2450-EXIT
               GO TO 2000-READ-NEXT.
           PERFORM 2300-ASSESS-ACCOUNT THRU 2300-EXIT.
       2000-READ-NEXT.
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
      * THE LATE FEE LOOKS ONLY AT THE ACCOUNT'S LATEST MINPAY ROW -
      * THE LAST ONE FOR THE ACCOUNT, SINCE THE KEY RUNS BY PERIOD -
      * AND ONLY WHEN ITS DUE DATE HAS PASSED, IT HAS NOT ALREADY BEEN
      * CHECKED AND SOMETHING WAS DUE.  THE OVER-LIMIT AND ANNUAL FEES
      * ARE CONSIDERED ONLY ON THE NIGHT THE ACCOUNT'S CYCLE CLOSES.
      *****************************************************************
       2200-FIND-FEES.
           MOVE 'N' TO WS-LATE-SW, WS-OVL-SW, WS-ANN-SW.
           MOVE 0 TO WS-MP-LAST-PERIOD, WS-MIN-DUE-N.
           MOVE ACCTDO TO MP-ACCT.
           MOVE 0 TO MP-PERIOD.
           START MINPAY-FILE KEY NOT < MP-KEY
               INVALID KEY MOVE '23' TO WS-MP-STATUS.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF MP-OK
               PERFORM 2210-SCAN-MINPAY THRU 2210-EXIT
                   UNTIL NOT MP-OK OR MP-ACCT NOT = ACCTDO.
           IF WS-MP-LAST-PERIOD NOT = 0
               MOVE ACCTDO TO MP-ACCT
               MOVE WS-MP-LAST-PERIOD TO MP-PERIOD
               READ MINPAY-FILE
                   INVALID KEY MOVE '23' TO WS-MP-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF MP-OK AND MP-FEE-UNCHECKED
                   AND MP-DUE-DATE < WS-TODAY-FULL
                   MOVE MP-MIN-DUE TO WS-AMT-X
                   PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT
                   IF NOT AMT-BAD
                       MOVE WS-AMT-VAL-N TO WS-MIN-DUE-N
                       MOVE 'Y' TO WS-LATE-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT CYCLE-CLOSING GO TO 2200-EXIT.
           IF BAL (1) NUMERIC AND LIMITDO NUMERIC
               AND BAL (1) > LIMITDO
               MOVE 'Y' TO WS-OVL-SW.
      *    THE ANNIVERSARY IS THE MONTH THE ACCOUNT WAS OPENED
      *    (IMODO/IYRDO); THERE IS NO ANNUAL FEE IN THE FIRST YEAR.
           IF IMODO NUMERIC AND IYRDO NUMERIC
               AND IMODO = WS-TODAY-MM
               MOVE IYRDO TO WS-WINDOW-YY
               PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT
               MOVE WS-WINDOW-CCYY TO WS-OPEN-CCYY
               IF WS-OPEN-CCYY < WS-CUR-CCYY
                   MOVE 'Y' TO WS-ANN-SW.
       2200-EXIT.
           EXIT.
       2210-SCAN-MINPAY.
           READ MINPAY-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF MP-OK AND MP-ACCT = ACCTDO
               MOVE MP-PERIOD TO WS-MP-LAST-PERIOD.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * EVERY FEE THAT APPLIES IS PRICED FIRST, THE BALANCE IS
      * REWRITTEN ONCE WITH ALL OF THEM, AND ONLY THEN IS EACH FEE
      * WRITTEN TO PAYHIST AND THE REGISTER, SO A FAILED REWRITE
      * LEAVES NO HISTORY BEHIND AND THE LATE-FEE ROW UNCHECKED FOR
      * THE NEXT NIGHT.
      *****************************************************************
       2300-ASSESS-ACCOUNT.
           MOVE 0 TO WS-LATE-N, WS-OVL-N, WS-ANN-N.
           PERFORM 2500-SCAN-PAYHIST THRU 2500-EXIT.
           IF LATE-CANDIDATE
               IF WS-PAID-N < WS-MIN-DUE-N
                   MOVE 'L' TO WS-FEE-TYPE
                   PERFORM 2250-GET-FEE THRU 2250-EXIT
                   MOVE WS-FEE-N TO WS-LATE-N
               ELSE
                   MOVE 'N' TO MP-FEE-SW
                   ADD 1 TO FEE-ONTIME-CNT
                   REWRITE MINPAY-REC
                       INVALID KEY MOVE '23' TO WS-MP-STATUS
                   END-REWRITE
                   PERFORM 9830-CK-REWRITE THRU 9850-EXIT
                   MOVE 'N' TO WS-LATE-SW
               END-IF
           END-IF.
           IF OVL-CANDIDATE AND NOT OVL-ALREADY
               MOVE 'X' TO WS-FEE-TYPE
               PERFORM 2250-GET-FEE THRU 2250-EXIT
               MOVE WS-FEE-N TO WS-OVL-N.
           IF ANN-CANDIDATE AND NOT ANN-ALREADY
               MOVE 'Y' TO WS-FEE-TYPE
               PERFORM 2250-GET-FEE THRU 2250-EXIT
               MOVE WS-FEE-N TO WS-ANN-N.
           IF WS-LATE-N = 0 AND LATE-CANDIDATE
               PERFORM 2450-WAIVE-LATE THRU 2450-EXIT.
           IF WS-LATE-N = 0 AND WS-OVL-N = 0 AND WS-ANN-N = 0
               GO TO 2300-EXIT.
           MOVE 0 TO WS-BAL-AMT-N.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO WS-BAL-AMT-N.
           MOVE WS-BAL-AMT-N TO WS-OLD-BAL-N.
           ADD WS-LATE-N, WS-OVL-N, WS-ANN-N TO WS-BAL-AMT-N.
           MOVE WS-BAL-AMT-N TO BAL (1).
           MOVE 'N' TO WS-RW-BAD-SW.
           REWRITE ACCTREC
               INVALID KEY MOVE 'Y' TO WS-RW-BAD-SW.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RW-BAD
               ADD 1 TO WS-RWFAIL-CNT
               MOVE SPACES TO RPT-LINE
               MOVE ACCTDO TO RPT-ACCTC
               MOVE 'ALL FEES' TO RPT-FEE
               MOVE SCODE1DO TO RPT-SCODE
               MOVE WS-OLD-BAL-N TO RPT-OLD-BAL
               COMPUTE WS-CHARGE-N = WS-LATE-N + WS-OVL-N + WS-ANN-N
               MOVE WS-CHARGE-N TO RPT-CHARGE
               MOVE WS-OLD-BAL-N TO RPT-NEW-BAL
               MOVE 'NOT APPLIED' TO RPT-NOTE
               WRITE FEE-RPT-REC FROM RPT-LINE
               GO TO 2300-EXIT.
           ADD 1 TO WS-ASSESS-CNT.
           MOVE 'E' TO BCL-FUNCTION.
           MOVE WS-OLD-BAL-N TO BCL-OLD-BAL.
           COMPUTE BCL-AMT = WS-LATE-N + WS-OVL-N + WS-ANN-N.
           PERFORM 2900-POST-COMPONENTS THRU 2900-EXIT.
           IF WS-LATE-N > 0
               MOVE 'L' TO WS-FEE-TYPE
               MOVE WS-LATE-N TO WS-CHARGE-N
               PERFORM 2350-POST-FEE THRU 2350-EXIT
               MOVE 'L' TO MP-FEE-SW
               REWRITE MINPAY-REC
                   INVALID KEY MOVE '23' TO WS-MP-STATUS
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               ADD 1 TO FEE-LATE-CNT
               ADD WS-LATE-N TO FEE-LATE-AMT.
           IF WS-OVL-N > 0
               MOVE 'X' TO WS-FEE-TYPE
               MOVE WS-OVL-N TO WS-CHARGE-N
               PERFORM 2350-POST-FEE THRU 2350-EXIT
               ADD 1 TO FEE-OVL-CNT
               ADD WS-OVL-N TO FEE-OVL-AMT.
           IF WS-ANN-N > 0
               MOVE 'Y' TO WS-FEE-TYPE
               MOVE WS-ANN-N TO WS-CHARGE-N
               PERFORM 2350-POST-FEE THRU 2350-EXIT
               ADD 1 TO FEE-ANN-CNT
               ADD WS-ANN-N TO FEE-ANN-AMT.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * THE FEE FOR THE ACCOUNT'S SPECIAL CODE, OR FAILING THAT THE
      * '*' DEFAULT ROW FOR THE FEE TYPE.  NO ROW, OR AN UNUSABLE
      * AMOUNT, MEANS NO FEE.
      *****************************************************************
       2250-GET-FEE.
           MOVE 0 TO WS-FEE-N.
           MOVE WS-FEE-TYPE TO FS-TYPE.
           MOVE SCODE1DO TO FS-SCODE.
           READ FEESCHED-FILE
               INVALID KEY MOVE '23' TO WS-FEE-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT FEE-FOUND
               MOVE WS-FEE-TYPE TO FS-TYPE
               MOVE '*' TO FS-SCODE
               READ FEESCHED-FILE
                   INVALID KEY MOVE '23' TO WS-FEE-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
           END-IF.
           IF NOT FEE-FOUND GO TO 2250-EXIT.
           MOVE FS-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF NOT AMT-BAD
               MOVE WS-AMT-VAL-N TO WS-FEE-N.
       2250-EXIT.
           EXIT.
       2350-POST-FEE.
           MOVE SPACES TO RPT-LINE.
           MOVE ACCTDO TO RPT-ACCTC.
           EVALUATE WS-FEE-TYPE
               WHEN 'L'
                   MOVE 'LATE FEE' TO RPT-FEE
               WHEN 'X'
                   MOVE 'OVER-LIMIT FEE' TO RPT-FEE
               WHEN OTHER
                   MOVE 'ANNUAL FEE' TO RPT-FEE
           END-EVALUATE.
           MOVE SCODE1DO TO RPT-SCODE.
           MOVE WS-OLD-BAL-N TO RPT-OLD-BAL.
           MOVE WS-CHARGE-N TO RPT-CHARGE.
           ADD WS-CHARGE-N TO WS-OLD-BAL-N.
           MOVE WS-OLD-BAL-N TO RPT-NEW-BAL.
           PERFORM 2360-ADD-PAYHIST THRU 2360-EXIT.
           IF PH-WRITE-BAD
               MOVE 'NOT IN HIST' TO RPT-NOTE
               ADD 1 TO WS-PHFAIL-CNT.
           WRITE FEE-RPT-REC FROM RPT-LINE.
       2350-EXIT.
           EXIT.
      *    WS-LAST-SEQ WAS FOUND BY THE HISTORY SCAN AND IS CARRIED
      *    FORWARD HERE, SO TWO OR THREE FEES ON ONE NIGHT TAKE
      *    CONSECUTIVE SEQUENCE NUMBERS.
       2360-ADD-PAYHIST.
           MOVE 'N' TO WS-PH-BAD-SW.
           MOVE ACCTDO TO PH-ACCT.
           COMPUTE PH-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-CHARGE-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO PH-AMT.
           MOVE WS-TODAY-MM TO PH-MO.
           MOVE WS-TODAY-DD TO PH-DAY.
           MOVE WS-TODAY-YY TO PH-YR.
           MOVE WS-FEE-TYPE TO PH-TYPE.
           MOVE SPACE TO PH-RSN.
           MOVE 'A' TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY MOVE 'Y' TO WS-PH-BAD-SW.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           IF NOT PH-WRITE-BAD
               ADD 1 TO WS-LAST-SEQ.
       2360-EXIT.
           EXIT.
       2400-EDIT-AMOUNT.
      *    A BALANCE OR FEE IS CARRIED AS EIGHT DISPLAY CHARACTERS
      *    IN THE FORM '  999.99' WITH THE DECIMAL POINT FIXED IN THE
      *    SIXTH POSITION.  LEADING SPACES ARE TREATED AS ZEROS, THE
      *    SAME WAY THE PAY-INIT SEED IS BUILT.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       2400-EXIT.
           EXIT.
      *    A LATE FEE THAT IS NOT CHARGED BECAUSE OF A HOLD, OR HAS NO
      *    SCHEDULE AMOUNT, STILL MARKS THE ROW CHECKED.
       2450-WAIVE-LATE.
           IF NOT LATE-CANDIDATE GO TO 2450-EXIT.
           MOVE 'W' TO MP-FEE-SW.
           REWRITE MINPAY-REC
               INVALID KEY MOVE '23' TO WS-MP-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       2450-EXIT.
           EXIT.
      *****************************************************************
      * ONE PASS OVER THE ACCOUNT'S PAYHIST ENTRIES FINDS THE LAST
      * SEQUENCE NUMBER, TOTALS THE TYPE 'P' PAYMENTS DATED AFTER THE
      * STATEMENT AND ON OR BEFORE THE DUE DATE OF THE LATE-FEE ROW,
      * AND NOTES WHETHER AN OVER-LIMIT FEE WAS ALREADY CHARGED THIS
      * MONTH OR AN ANNUAL FEE THIS YEAR.
      *****************************************************************
       2500-SCAN-PAYHIST.
           MOVE 0 TO WS-LAST-SEQ, WS-PAID-N, WS-STMT-FULL.
           MOVE 'N' TO WS-OVL-DONE-SW, WS-ANN-DONE-SW.
           IF LATE-CANDIDATE AND MP-STMT-DATE NUMERIC
               MOVE MP-STMT-DATE TO WS-STMT-MMDDYY
               MOVE WS-STMT-YY TO WS-WINDOW-YY
               PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT
               COMPUTE WS-STMT-FULL = WS-WINDOW-CCYY * 10000
                   + WS-STMT-MM * 100 + WS-STMT-DD.
           MOVE ACCTDO TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2510-SCAN-ENTRY THRU 2510-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
       2500-EXIT.
           EXIT.
       2510-SCAN-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO
               GO TO 2510-EXIT.
           MOVE PH-SEQ TO WS-LAST-SEQ.
           IF PH-YR NOT NUMERIC OR PH-MO NOT NUMERIC
               OR PH-DAY NOT NUMERIC
               GO TO 2510-EXIT.
           MOVE PH-YR TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-PH-CCYY.
           COMPUTE WS-PH-FULL =
               WS-PH-CCYY * 10000 + PH-MO * 100 + PH-DAY.
           IF PH-IS-OVLMFEE AND WS-PH-CCYY = WS-CUR-CCYY
               AND PH-MO = WS-TODAY-MM
               MOVE 'Y' TO WS-OVL-DONE-SW.
           IF PH-IS-ANNFEE AND WS-PH-CCYY = WS-CUR-CCYY
               MOVE 'Y' TO WS-ANN-DONE-SW.
      *    A PAYMENT MOVED IN ON AC44 COUNTS AS OF ITS ORIGINAL
      *    DATE; ONE MOVED AWAY WAS NEVER THIS CUSTOMER'S.
           IF ((PH-IS-PAYMENT AND NOT PH-PAY-XFERRED)
               OR PH-IS-XFER-IN) AND LATE-CANDIDATE
               AND WS-PH-FULL > WS-STMT-FULL
               AND WS-PH-FULL NOT > MP-DUE-DATE
               MOVE PH-AMT TO WS-AMT-X
               PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT
               IF NOT AMT-BAD
                   ADD WS-AMT-VAL-N TO WS-PAID-N.
       2510-EXIT.
           EXIT.
      *****************************************************************
      * THE ACCOUNT IS SKIPPED WHEN A CURRENT ON-LINE RESERVATION IS
      * ON THE ACCTLOCK FILE - THE SAME TEN-MINUTE CURRENCY RULE THE
      * ON-LINE SIDE APPLIES TO ITS USE-QID QUEUE.  A STALE LOCK IS
      * IGNORED.
      *****************************************************************
       2600-CK-LOCK.
           MOVE 'N' TO WS-LOCK-BUSY-SW.
           READ ACCTLOCK-FILE
               INVALID KEY GO TO 2600-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LOCK-FOUND GO TO 2600-EXIT.
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
       2600-EXIT.
           EXIT.
      *****************************************************************
      * WHETHER A SERVICEMEMBER'S ACTIVE-DUTY PERIOD IS IN FORCE ON
      * THE RUN DATE - NOT WITHDRAWN, BEGUN, AND NOT YET ENDED (AN
      * END OF ZERO MEANS STILL SERVING) - THE SAME TEST ACCT14
      * MAKES WHEN IT CAPS THE RATE.
      *****************************************************************
       2700-CK-MILITARY.
           MOVE 'N' TO WS-MIL-SW.
           MOVE ACCTDO TO MS-ACCT.
           MOVE 0 TO MS-START.
           START MILSVC-FILE KEY NOT < MS-KEY
               INVALID KEY GO TO 2700-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2710-SCAN-PERIOD THRU 2710-EXIT
               UNTIL NOT MILSVC-OK OR MS-ACCT NOT = ACCTDO
               OR MIL-COVERED.
       2700-EXIT.
           EXIT.
       2710-SCAN-PERIOD.
           READ MILSVC-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MS-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT MILSVC-OK OR MS-ACCT NOT = ACCTDO
               GO TO 2710-EXIT.
           IF MS-WITHDRAWN OR MS-START > WS-TODAY-FULL
               GO TO 2710-EXIT.
           IF MS-END NOT = 0 AND MS-END < WS-TODAY-FULL
               GO TO 2710-EXIT.
           MOVE 'Y' TO WS-MIL-SW.
       2710-EXIT.
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
           MOVE 'ACCOUNTS READ:           ' TO SUM-LABEL.
           MOVE WS-ACCT-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNTS CHARGED:        ' TO SUM-LABEL.
           MOVE WS-ASSESS-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'LATE FEES:               ' TO SUM-LABEL.
           MOVE FEE-LATE-CNT TO SUM-CNT.
           MOVE FEE-LATE-AMT TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'OVER-LIMIT FEES:         ' TO SUM-LABEL.
           MOVE FEE-OVL-CNT TO SUM-CNT.
           MOVE FEE-OVL-AMT TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ANNUAL FEES:             ' TO SUM-LABEL.
           MOVE FEE-ANN-CNT TO SUM-CNT.
           MOVE FEE-ANN-AMT TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'MINIMUM PAID ON TIME:    ' TO SUM-LABEL.
           MOVE FEE-ONTIME-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, IN USE ON-LINE: ' TO SUM-LABEL.
           MOVE WS-SKIP-LOCK-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, BANKRUPTCY HOLD:' TO SUM-LABEL.
           MOVE WS-BANK-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, DECEASED:       ' TO SUM-LABEL.
           MOVE WS-DECD-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, ACTIVE DUTY:    ' TO SUM-LABEL.
           MOVE WS-MIL-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, SETTLEMENT:     ' TO SUM-LABEL.
           MOVE WS-SETTLE-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, CLOSED ACCOUNT: ' TO SUM-LABEL.
           MOVE WS-CLOSED-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'BALANCE UPDATE FAILED:   ' TO SUM-LABEL.
           MOVE WS-RWFAIL-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HISTORY WRITE FAILED:    ' TO SUM-LABEL.
           MOVE WS-PHFAIL-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE FEE-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCT-MASTER, FEESCHED-FILE, MINPAY-FILE, SETTLE-FILE,
               PAYHIST-FILE, ACCTLOCK-FILE, FEE-REPORT-FILE,
               MILSVC-FILE, BALCOMP-FILE.
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
           MOVE WS-FEE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'FEESCHED' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE FS-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MINPAY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MP-KEY TO ABL-KEY
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
           MOVE WS-LOCK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTLOCK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LK-ACCT TO ABL-KEY
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
           MOVE WS-MS-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MILSVC' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MS-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFERP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE FEE-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT83' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
