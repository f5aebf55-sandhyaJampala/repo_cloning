       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT120.
       REMARKS. THIS MONTHLY BATCH JOB RE-AGES DELINQUENT ACCOUNTS
                THAT HAVE CAUGHT UP.  EVERY AGING PROGRAM (ACCT06,
                ACCT14, ACCT16, ACCT17, ACCT55) AGES AN ACCOUNT OFF
                ITS FIRST PAY-HIST BALANCE DATE, SO A CUSTOMER WHO
                HAS PAID STEADILY AFTER A ROUGH PATCH CAN STILL SHOW
                PAST DUE.  AN ACCOUNT 30 OR MORE DAYS PAST DUE WHOSE
                PAYHIST SHOWS THE REQUIRED NUMBER OF CONSECUTIVE
                QUALIFYING MONTHLY PAYMENTS (PARAMETER CARD, DEFAULT
                3) IS BROUGHT BACK TO CURRENT BY RESTAMPING THAT
                BALANCE DATE WITH THE BUSINESS DATE.  A MONTH
                QUALIFIES WHEN THE PAYMENTS RECEIVED IN IT COME TO AT
                LEAST THE ACCOUNT'S LATEST MINIMUM PAYMENT ON MINPAY,
                AND NEVER LESS THAN THE FLOOR ON THE PARAMETER CARD
                (DEFAULT 25.00); THE COUNT RUNS BACK FROM THIS MONTH,
                OR FROM LAST MONTH WHEN NOTHING HAS COME IN YET THIS
                MONTH.  A PAYMENT MOVED AWAY ON AC44 DOES NOT COUNT
                AND A TRANSFER IN DOES.  NO ACCOUNT IS RE-AGED MORE
                THAN ONCE IN TWELVE MONTHS OR TWICE IN FIVE YEARS,
                TRACKED ON THE RAGHIST RE-AGE HISTORY FILE.  EACH
                RE-AGE IS JOURNALED TO ACCTAUD (THE BEFORE-IMAGE AND
                THE AFTER-IMAGE), AND THE NEXT NIGHT'S ACCT17 TAKES
                THE ACCOUNT OFF THE COLLWK QUEUE BECAUSE IT NO LONGER
                AGES DELINQUENT.  CHARGED-OFF ACCOUNTS, ACTIVE
                BANKRUPTCIES AND PENDING APPLICATIONS ARE NEVER
                RE-AGED, AND AN ACCOUNT IN USE ON-LINE IS SKIPPED
                UNTIL NEXT MONTH.  THE REPORT LISTS EACH RE-AGE AND
                THE DOLLARS RE-AGED BY THE BUCKET THEY CAME FROM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO RAGPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT MINPAY-FILE ASSIGN TO MINPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MP-STATUS.
           SELECT RAGHIST-FILE ASSIGN TO RAGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RA-STATUS.
           SELECT ACCTLOCK-FILE ASSIGN TO ACCTLOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LK-ACCT
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT REAGE-REPORT-FILE ASSIGN TO RAGRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-PAY-CNT            PIC 9(2).
           05  PARM-MIN-FLOOR          PIC X(8).
           05  FILLER                  PIC X(70).
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  MINPAY-FILE
           RECORDING MODE F.
       01  MINPAY-REC.
           COPY MINPAY.
       FD  RAGHIST-FILE
           RECORDING MODE F.
       01  RAGHIST-REC.
           COPY RAGHIST.
       FD  ACCTLOCK-FILE
           RECORDING MODE F.
       01  ACCTLOCK-REC.
           COPY ACCTLOCK.
       FD  ACCTAUD-FILE
           RECORDING MODE F.
       01  ACCTAUD-REC.
           COPY ACCTAUD.
       FD  REAGE-REPORT-FILE
           RECORDING MODE F.
       01  REAGE-RPT-REC               PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-EOF             VALUE '10'.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
               88  PAYHIST-OK              VALUE '00'.
           02  WS-MP-STATUS            PIC XX VALUE SPACES.
               88  MP-OK                   VALUE '00'.
           02  WS-RA-STATUS            PIC XX VALUE SPACES.
               88  RA-OK                   VALUE '00'.
           02  WS-LOCK-STATUS          PIC XX VALUE SPACES.
               88  LOCK-FOUND              VALUE '00'.
           02  WS-AUD-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-LOCK-BUSY-SW         PIC X VALUE 'N'.
               88  LOCK-BUSY               VALUE 'Y'.
           02  WS-RW-BAD-SW            PIC X VALUE 'N'.
               88  REWRITE-BAD             VALUE 'Y'.
           02  WS-PAY-REQ              PIC 9(2) VALUE 3.
           02  WS-PAY-CNT              PIC 9(2) VALUE 0.
           02  WS-MO-SUB               PIC S9(4) COMP VALUE +0.
           02  WS-MO-DIFF              PIC S9(6) COMP-3 VALUE 0.
           02  WS-RA-DIFF              PIC S9(6) COMP-3 VALUE 0.
           02  WS-RA-12-CNT            PIC S9(4) COMP VALUE +0.
           02  WS-RA-60-CNT            PIC S9(4) COMP VALUE +0.
           02  WS-AUD-SEQ              PIC S9(4) COMP VALUE +0.
           02  WS-ACCT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DELQ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-REAGE-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-REAGE-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-SHORT-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-LIM12-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-LIM60-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-EXCL-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-SKIP-LOCK-CNT        PIC S9(7) COMP-3 VALUE 0.
           02  WS-RWFAIL-CNT           PIC S9(7) COMP-3 VALUE 0.
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
       01  WS-CUR-MOS                  PIC 9(6).
       01  WS-BAL-CCYY                 PIC 9(4).
       01  WS-BAL-MOS                  PIC 9(6).
       01  WS-PH-MOS                   PIC 9(6).
       01  WS-RA-MOS                   PIC 9(6).
       01  WS-AGE-MOS                  PIC S9(6).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-BUCKET                   PIC X(2).
       01  WS-BAL-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-MIN-FLOOR-N              PIC S9(6)V99 COMP-3 VALUE 25.
       01  WS-MIN-REQ-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-OLD-IMAGE                PIC X(383).
       01  WS-BALDATE-GRP.
           02  WS-BD-MM                PIC 99.
           02  WS-BD-DD                PIC 99.
           02  WS-BD-YY                PIC 99.
       01  WS-BALDATE-NUM REDEFINES WS-BALDATE-GRP
                                       PIC 9(6).
       01  WS-AMT-FIELDS.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
      *****************************************************************
      * PAYMENTS RECEIVED BY CALENDAR MONTH, MOST RECENT FIRST:
      * ENTRY 1 IS THE CURRENT MONTH, ENTRY 13 A YEAR BEFORE IT.
      *****************************************************************
       01  MONTH-PAID-TABLE.
           02  WS-MO-PAID              PIC S9(7)V99 COMP-3
                                       OCCURS 13 TIMES.
       01  BUCKET-TOTALS.
           02  BKT-30-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  BKT-30-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
           02  BKT-60-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  BKT-60-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
           02  BKT-90-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  BKT-90-AMT              PIC S9(9)V99 COMP-3 VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT120 MONTHLY RE-AGE REGISTER'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-BUCKET              PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-AGE                 PIC ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-BALDATE             PIC 99/99/99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-AMT                 PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-PAYS                PIC Z9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(30).
           02  FILLER                  PIC X(7) VALUE SPACES.
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
           IF PARM-PAY-CNT NUMERIC AND PARM-PAY-CNT > 0
               AND PARM-PAY-CNT < 13
               MOVE PARM-PAY-CNT TO WS-PAY-REQ.
           IF PARM-MIN-FLOOR NOT = SPACES
               MOVE PARM-MIN-FLOOR TO WS-AMT-X
               PERFORM 2800-EDIT-AMOUNT THRU 2800-EXIT
               IF NOT AMT-BAD
                   MOVE WS-AMT-VAL-N TO WS-MIN-FLOOR-N.
           OPEN I-O ACCT-MASTER.
           OPEN INPUT PAYHIST-FILE.
           OPEN INPUT MINPAY-FILE.
           OPEN I-O RAGHIST-FILE.
           OPEN INPUT ACCTLOCK-FILE.
           OPEN I-O ACCTAUD-FILE.
           OPEN OUTPUT REAGE-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE REAGE-RPT-REC FROM HEADER-LINE.
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
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.
           COMPUTE WS-CUR-MOS = WS-CUR-CCYY * 12 + WS-TODAY-MM.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-RECORD.
           ADD 1 TO WS-ACCT-CNT.
           IF BAL (1) NUMERIC AND BAL (1) > 0
               PERFORM 2200-CONSIDER-REAGE THRU 2200-EXIT.
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
      * THE ACCOUNT IS AGED EXACTLY AS ACCT17 AGES IT FOR THE QUEUE.
      * ONLY AN ACCOUNT 30 OR MORE DAYS PAST DUE HAS ANYTHING TO
      * RE-AGE; IT MUST THEN HAVE EARNED IT WITH ITS PAYMENTS AND BE
      * INSIDE THE TWELVE-MONTH AND FIVE-YEAR LIMITS.
      *****************************************************************
       2200-CONSIDER-REAGE.
           MOVE BYR (1) TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-BAL-CCYY.
           COMPUTE WS-BAL-MOS = WS-BAL-CCYY * 12 + BMO (1).
           COMPUTE WS-AGE-MOS = WS-CUR-MOS - WS-BAL-MOS.
           IF WS-TODAY-DD < BDAY (1)
               SUBTRACT 1 FROM WS-AGE-MOS.
           IF WS-AGE-MOS < 1 GO TO 2200-EXIT.
           ADD 1 TO WS-DELQ-CNT.
           MOVE BMO (1) TO WS-BD-MM.
           MOVE BDAY (1) TO WS-BD-DD.
           MOVE BYR (1) TO WS-BD-YY.
           IF STATDO = 'CO' OR BANKDO = 'B' OR APPRDO = 'P'
               ADD 1 TO WS-EXCL-CNT
               GO TO 2200-EXIT.
           MOVE '30' TO WS-BUCKET.
           IF WS-AGE-MOS > 1
               MOVE '60' TO WS-BUCKET.
           IF WS-AGE-MOS > 2
               MOVE '90' TO WS-BUCKET.
           PERFORM 2300-COUNT-PAYMENTS THRU 2300-EXIT.
           IF WS-PAY-CNT < WS-PAY-REQ
               ADD 1 TO WS-SHORT-CNT
               GO TO 2200-EXIT.
           PERFORM 2400-CK-LIMITS THRU 2400-EXIT.
           IF WS-RA-12-CNT > 0
               ADD 1 TO WS-LIM12-CNT
               MOVE 'QUALIFIES, RE-AGED < 12 MOS' TO RPT-NOTE
               PERFORM 2700-WRITE-LINE THRU 2700-EXIT
               GO TO 2200-EXIT.
           IF WS-RA-60-CNT > 1
               ADD 1 TO WS-LIM60-CNT
               MOVE 'QUALIFIES, TWICE IN 5 YEARS' TO RPT-NOTE
               PERFORM 2700-WRITE-LINE THRU 2700-EXIT
               GO TO 2200-EXIT.
           MOVE ACCTDO TO LK-ACCT.
           PERFORM 2600-CK-LOCK THRU 2600-EXIT.
           IF LOCK-BUSY
               ADD 1 TO WS-SKIP-LOCK-CNT
               GO TO 2200-EXIT.
           PERFORM 2500-REAGE THRU 2500-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * PAYMENTS ON PAYHIST ARE TOTALED BY CALENDAR MONTH FOR THE
      * LAST THIRTEEN MONTHS.  THE AMOUNT A MONTH NEEDS TO QUALIFY IS
      * THE LATEST MINIMUM PAYMENT ON MINPAY, NEVER LESS THAN THE
      * FLOOR.  CONSECUTIVE QUALIFYING MONTHS ARE COUNTED BACK FROM
      * THIS MONTH, OR FROM LAST MONTH IF THIS MONTH'S PAYMENT HAS
      * NOT COME IN YET.
      *****************************************************************
       2300-COUNT-PAYMENTS.
           MOVE 0 TO WS-PAY-CNT.
           PERFORM 2310-ZERO-MONTH THRU 2310-EXIT
               VARYING WS-MO-SUB FROM 1 BY 1 UNTIL WS-MO-SUB > 13.
           MOVE ACCTDO TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE '23' TO WS-PAYHIST-STATUS.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2320-SCAN-PAYHIST THRU 2320-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
           PERFORM 2340-FIND-MINIMUM THRU 2340-EXIT.
           MOVE 1 TO WS-MO-SUB.
           IF WS-MO-PAID (1) < WS-MIN-REQ-N
               MOVE 2 TO WS-MO-SUB.
           PERFORM 2330-COUNT-MONTH THRU 2330-EXIT
               VARYING WS-MO-SUB FROM WS-MO-SUB BY 1
               UNTIL WS-MO-SUB > 13
               OR WS-MO-PAID (WS-MO-SUB) < WS-MIN-REQ-N.
       2300-EXIT.
           EXIT.
       2310-ZERO-MONTH.
           MOVE 0 TO WS-MO-PAID (WS-MO-SUB).
       2310-EXIT.
           EXIT.
       2320-SCAN-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO
               GO TO 2320-EXIT.
           IF PH-IS-PAYMENT AND PH-PAY-XFERRED
               GO TO 2320-EXIT.
           IF NOT PH-IS-PAYMENT AND NOT PH-IS-XFER-IN
               GO TO 2320-EXIT.
           IF PH-MO NOT NUMERIC OR PH-YR NOT NUMERIC
               GO TO 2320-EXIT.
           MOVE PH-YR TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-PH-MOS = WS-WINDOW-CCYY * 12 + PH-MO.
           COMPUTE WS-MO-DIFF = WS-CUR-MOS - WS-PH-MOS.
           IF WS-MO-DIFF < 0 OR WS-MO-DIFF > 12
               GO TO 2320-EXIT.
           MOVE PH-AMT TO WS-AMT-X.
           PERFORM 2800-EDIT-AMOUNT THRU 2800-EXIT.
           IF AMT-BAD GO TO 2320-EXIT.
           COMPUTE WS-MO-SUB = WS-MO-DIFF + 1.
           ADD WS-AMT-VAL-N TO WS-MO-PAID (WS-MO-SUB).
       2320-EXIT.
           EXIT.
       2330-COUNT-MONTH.
           ADD 1 TO WS-PAY-CNT.
       2330-EXIT.
           EXIT.
       2340-FIND-MINIMUM.
           MOVE WS-MIN-FLOOR-N TO WS-MIN-REQ-N.
           MOVE SPACES TO WS-AMT-X.
           MOVE ACCTDO TO MP-ACCT.
           MOVE 0 TO MP-PERIOD.
           START MINPAY-FILE KEY NOT < MP-KEY
               INVALID KEY MOVE '23' TO WS-MP-STATUS.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF MP-OK
               PERFORM 2350-SCAN-MINPAY THRU 2350-EXIT
                   UNTIL NOT MP-OK OR MP-ACCT NOT = ACCTDO.
           IF WS-AMT-X = SPACES GO TO 2340-EXIT.
           PERFORM 2800-EDIT-AMOUNT THRU 2800-EXIT.
           IF NOT AMT-BAD AND WS-AMT-VAL-N > WS-MIN-REQ-N
               MOVE WS-AMT-VAL-N TO WS-MIN-REQ-N.
       2340-EXIT.
           EXIT.
       2350-SCAN-MINPAY.
           READ MINPAY-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF MP-OK AND MP-ACCT = ACCTDO
               MOVE MP-CUR-MIN TO WS-AMT-X.
       2350-EXIT.
           EXIT.
      *****************************************************************
      * THE ACCOUNT'S EARLIER RE-AGES ON RAGHIST, COUNTED BY HOW MANY
      * FALL IN THE LAST TWELVE MONTHS AND IN THE LAST FIVE YEARS.
      *****************************************************************
       2400-CK-LIMITS.
           MOVE 0 TO WS-RA-12-CNT, WS-RA-60-CNT.
           MOVE ACCTDO TO RA-ACCT.
           MOVE 0 TO RA-DATE.
           START RAGHIST-FILE KEY NOT < RA-KEY
               INVALID KEY MOVE '23' TO WS-RA-STATUS.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF RA-OK
               PERFORM 2410-SCAN-RAGHIST THRU 2410-EXIT
                   UNTIL NOT RA-OK OR RA-ACCT NOT = ACCTDO.
       2400-EXIT.
           EXIT.
       2410-SCAN-RAGHIST.
           READ RAGHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-RA-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT RA-OK OR RA-ACCT NOT = ACCTDO
               GO TO 2410-EXIT.
           IF RA-DATE NOT NUMERIC GO TO 2410-EXIT.
           COMPUTE WS-RA-MOS = RA-CCYY * 12 + RA-MM.
           COMPUTE WS-RA-DIFF = WS-CUR-MOS - WS-RA-MOS.
           IF WS-RA-DIFF < 12
               ADD 1 TO WS-RA-12-CNT.
           IF WS-RA-DIFF < 60
               ADD 1 TO WS-RA-60-CNT.
       2410-EXIT.
           EXIT.
      *****************************************************************
      * THE RE-AGE ITSELF: THE FIRST PAY-HIST BALANCE DATE TAKES THE
      * BUSINESS DATE, SO EVERY AGING PROGRAM SEES THE ACCOUNT AS
      * CURRENT.  THE RE-AGE IS RECORDED ON RAGHIST AND JOURNALED TO
      * ACCTAUD WITH THE BEFORE- AND AFTER-IMAGES.
      *****************************************************************
       2500-REAGE.
           MOVE 'N' TO WS-RW-BAD-SW.
           MOVE ACCTREC TO WS-OLD-IMAGE.
           MOVE BAL (1) TO WS-BAL-AMT-N.
           MOVE WS-TODAY-MM TO BMO (1).
           MOVE WS-TODAY-DD TO BDAY (1).
           MOVE WS-TODAY-YY TO BYR (1).
           REWRITE ACCTREC
               INVALID KEY MOVE 'Y' TO WS-RW-BAD-SW.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF REWRITE-BAD
               ADD 1 TO WS-RWFAIL-CNT
               MOVE 'NOT RE-AGED, REWRITE FAILED' TO RPT-NOTE
               PERFORM 2700-WRITE-LINE THRU 2700-EXIT
               GO TO 2500-EXIT.
           MOVE SPACES TO RAGHIST-REC.
           MOVE ACCTDO TO RA-ACCT.
           MOVE BDL-BUS-DATE TO RA-DATE.
           MOVE WS-BUCKET TO RA-PRIOR-BKT.
           MOVE WS-AGE-MOS TO RA-AGE-MOS.
           MOVE WS-BAL-AMT-N TO RA-BAL.
           MOVE WS-BALDATE-NUM TO RA-OLD-BALDATE.
           MOVE WS-PAY-CNT TO RA-PAY-CNT.
           WRITE RAGHIST-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2550-WRITE-AUDIT THRU 2550-EXIT.
           ADD 1 TO WS-REAGE-CNT.
           ADD WS-BAL-AMT-N TO WS-REAGE-AMT.
           IF WS-BUCKET = '30'
               ADD 1 TO BKT-30-CNT
               ADD WS-BAL-AMT-N TO BKT-30-AMT.
           IF WS-BUCKET = '60'
               ADD 1 TO BKT-60-CNT
               ADD WS-BAL-AMT-N TO BKT-60-AMT.
           IF WS-BUCKET = '90'
               ADD 1 TO BKT-90-CNT
               ADD WS-BAL-AMT-N TO BKT-90-AMT.
           MOVE 'RE-AGED TO CURRENT' TO RPT-NOTE.
           PERFORM 2700-WRITE-LINE THRU 2700-EXIT.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * TWO JOURNAL RECORDS PER RE-AGE, THE WAY ACCT67 JOURNALS AN
      * ADDRESS APPLY: THE TYPE 'H' ENTRY KEEPS THE OLD RECORD IMAGE
      * AND THE TYPE 'I' COMPANION THE RAW AFTER-IMAGE THE ACCT76
      * DECODE AND THE ACCT80 FORWARD RECOVERY WORK FROM.
      *****************************************************************
       2550-WRITE-AUDIT.
           MOVE ACCTDO TO AUD-ACCT.
           MOVE WS-NOW-DATE TO AUD-DATE.
           MOVE WS-NOW-TIME TO AUD-TIME.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-AUD-SEQ TO AUD-SEQ.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'H' TO AUD-REQC.
           MOVE 'RE-AGE' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE WS-OLD-IMAGE TO AUD-IMAGE (1:383).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE ACCTDO TO AUD-ACCT.
           MOVE WS-NOW-DATE TO AUD-DATE.
           MOVE WS-NOW-TIME TO AUD-TIME.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-AUD-SEQ TO AUD-SEQ.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'I' TO AUD-REQC.
           MOVE 'REAGE IMG' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE ACCTREC TO AUD-IMAGE (1:383).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2550-EXIT.
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
      * ONE REGISTER LINE FOR EACH ACCOUNT RE-AGED OR HELD BACK BY THE
      * LIMITS, WITH THE BALANCE DATE IT WAS AGED FROM.
      *****************************************************************
       2700-WRITE-LINE.
           MOVE ACCTDO TO RPT-ACCTC.
           MOVE SNAMEDO TO RPT-SNAME.
           IF WS-BUCKET = '30'
               MOVE '30-59 DAYS' TO RPT-BUCKET.
           IF WS-BUCKET = '60'
               MOVE '60-89 DAYS' TO RPT-BUCKET.
           IF WS-BUCKET = '90'
               MOVE '90+ DAYS' TO RPT-BUCKET.
           MOVE WS-AGE-MOS TO RPT-AGE.
           MOVE WS-BALDATE-NUM TO RPT-BALDATE.
           MOVE BAL (1) TO RPT-AMT.
           MOVE WS-PAY-CNT TO RPT-PAYS.
           WRITE REAGE-RPT-REC FROM RPT-LINE.
           MOVE SPACES TO RPT-LINE.
       2700-EXIT.
           EXIT.
       2800-EDIT-AMOUNT.
      *    A PAYHIST OR MINPAY AMOUNT IS CARRIED AS EIGHT DISPLAY
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT
      *    FIXED IN THE SIXTH POSITION.  LEADING SPACES ARE TREATED
      *    AS ZEROS.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS READ:              ' TO SUM-LABEL.
           MOVE WS-ACCT-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE '30 OR MORE DAYS PAST DUE:   ' TO SUM-LABEL.
           MOVE WS-DELQ-CNT TO SUM-CNT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RE-AGED TO CURRENT:         ' TO SUM-LABEL.
           MOVE WS-REAGE-CNT TO SUM-CNT.
           MOVE WS-REAGE-AMT TO SUM-AMT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE '  FROM 30-59 DAYS:          ' TO SUM-LABEL.
           MOVE BKT-30-CNT TO SUM-CNT.
           MOVE BKT-30-AMT TO SUM-AMT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE '  FROM 60-89 DAYS:          ' TO SUM-LABEL.
           MOVE BKT-60-CNT TO SUM-CNT.
           MOVE BKT-60-AMT TO SUM-AMT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE '  FROM 90+ DAYS:            ' TO SUM-LABEL.
           MOVE BKT-90-CNT TO SUM-CNT.
           MOVE BKT-90-AMT TO SUM-AMT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 0 TO SUM-AMT.
           MOVE 'TOO FEW QUALIFYING PAYMENTS:' TO SUM-LABEL.
           MOVE WS-SHORT-CNT TO SUM-CNT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HELD, RE-AGED IN 12 MONTHS: ' TO SUM-LABEL.
           MOVE WS-LIM12-CNT TO SUM-CNT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HELD, TWICE IN 5 YEARS:     ' TO SUM-LABEL.
           MOVE WS-LIM60-CNT TO SUM-CNT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CO, BANKRUPT OR PENDING:    ' TO SUM-LABEL.
           MOVE WS-EXCL-CNT TO SUM-CNT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, IN USE ON-LINE:    ' TO SUM-LABEL.
           MOVE WS-SKIP-LOCK-CNT TO SUM-CNT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REWRITE FAILED:             ' TO SUM-LABEL.
           MOVE WS-RWFAIL-CNT TO SUM-CNT.
           WRITE REAGE-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCT-MASTER, PAYHIST-FILE, MINPAY-FILE,
               RAGHIST-FILE, ACCTLOCK-FILE, ACCTAUD-FILE,
               REAGE-REPORT-FILE.
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
           MOVE WS-MP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MINPAY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MP-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RAGHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RA-KEY TO ABL-KEY
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
           MOVE WS-AUD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAUD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'RAGRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE REAGE-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT120' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
