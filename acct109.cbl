       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT109.
       REMARKS. THIS MONTHLY BATCH JOB KEEPS THE TIME-BARRED FLAG
                (TBARDO) ON THE ACCOUNT MASTER.  FOR EVERY ACCOUNT
                STILL OWING (A POSITIVE BALANCE, OR CHARGED OFF) IT
                TAKES THE STATE CODE FROM THE ADDR3DO LINE THE WAY
                ACCT68 PARSES IT, LOOKS UP THAT STATE'S STATUTE OF
                LIMITATIONS ON THE SOLTAB TABLE (MAINTAINED ON AC12 AS
                FILE 'SL'; THE '**' ROW COVERS ANY STATE NOT LISTED),
                AND COUNTS THAT MANY YEARS FROM THE DATE OF THE LAST
                QUALIFYING PAYMENT ON THE PAYHIST TRAIL - A PAYMENT
                ('P') FROM ANY SOURCE OR A RECOVERY RECEIPT ('V').  AN
                ACCOUNT NEVER PAID ON COUNTS FROM ITS OPENING SEED, OR
                FROM THE OPEN DATE ON THE MASTER WHEN IT HAS NO TRAIL.
                THE RESULT IS THE TIME-BARRED DATE.  ONCE IT HAS
                PASSED THE ACCOUNT IS FLAGGED 'T'; A FLAG WHOSE DATE
                HAS MOVED OUT AGAIN (A NEW PAYMENT, A CHANGE OF STATE
                OR OF THE TABLE) OR WHOSE BALANCE IS GONE IS CLEARED.
                THE MASTER IS REWRITTEN ONLY WHEN THE FLAG CHANGES.
                THE REPORT LISTS EVERY ACCOUNT FLAGGED THIS RUN AND
                EVERY ACCOUNT THAT WILL CROSS THE LINE WITHIN THE
                LOOK-AHEAD PERIOD ON THE SOLPARM CARD (90 DAYS WHEN
                THE CARD IS BLANK), WITH ITS STATE, START AND
                TIME-BARRED DATES AND BALANCE, AND ENDS WITH COUNTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SOLPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT SOLTAB-FILE ASSIGN TO SOLTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-STATE
               FILE STATUS IS WS-SL-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT SOL-REPORT-FILE ASSIGN TO SOLRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-HORIZON-DAYS       PIC 9(3).
           05  FILLER                  PIC X(77).
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  SOLTAB-FILE
           RECORDING MODE F.
       01  SOLTAB-REC.
           COPY SOLTAB.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  SOL-REPORT-FILE
           RECORDING MODE F.
       01  SOL-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
           02  WS-SL-STATUS            PIC XX VALUE SPACES.
               88  SL-FOUND                VALUE '00'.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
               88  PAYHIST-OK              VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-ACCT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-EVAL-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-BARRED-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NEWBAR-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLEAR-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-NEAR-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOTAB-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-NODATE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NEAR-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-SCAN                 PIC S9(4) COMP VALUE +0.
           02  WS-DIGITS               PIC S9(4) COMP VALUE +0.
           02  WS-STATE                PIC X(2) VALUE SPACES.
           02  WS-HORIZON-DAYS         PIC 9(3) VALUE 90.
           02  WS-NEW-FLAG             PIC X VALUE SPACE.
           02  WS-QUOT                 PIC 9(4) VALUE 0.
           02  WS-REM                  PIC 9(4) VALUE 0.
           02  WS-MONTH-DAYS           PIC 9(2) VALUE 0.
           02  WS-LEAP-SW              PIC X VALUE 'N'.
               88  LEAP-YEAR               VALUE 'Y'.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-RUN-DATE.
           02  WS-RUN-CCYY             PIC 9(4).
           02  WS-RUN-MM               PIC 9(2).
           02  WS-RUN-DD               PIC 9(2).
       01  WS-TODAY8 REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-END-DATE.
           02  WS-END-CCYY             PIC 9(4).
           02  WS-END-MM               PIC 9(2).
           02  WS-END-DD               PIC 9(2).
       01  WS-HORIZON8 REDEFINES WS-END-DATE PIC 9(8).
       01  WS-START-DATE.
           02  WS-START-CCYY           PIC 9(4).
           02  WS-START-MM             PIC 9(2).
           02  WS-START-DD             PIC 9(2).
       01  WS-START8 REDEFINES WS-START-DATE PIC 9(8).
       01  WS-BAR-DATE.
           02  WS-BAR-CCYY             PIC 9(4).
           02  WS-BAR-MM               PIC 9(2).
           02  WS-BAR-DD               PIC 9(2).
       01  WS-BAR8 REDEFINES WS-BAR-DATE PIC 9(8).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-LEAP-CCYY                PIC 9(4).
       01  WS-BAL-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  MONTH-DAYS-VALUES           PIC X(24)
               VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS              PIC 9(2) OCCURS 12 TIMES.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT109 STATUTE OF LIMITATIONS - TIME-BARRED DEBT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  COLUMN-LINE.
           02  FILLER                  PIC X(35) VALUE
               'ACCT  NAME         ST  START'.
           02  FILLER                  PIC X(24) VALUE
               'BARRED         BALANCE'.
           02  FILLER                  PIC X(41) VALUE 'NOTE'.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-STATE               PIC X(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-START.
               04  RPT-START-MM        PIC 9(2).
               04  FILLER              PIC X VALUE '/'.
               04  RPT-START-DD        PIC 9(2).
               04  FILLER              PIC X VALUE '/'.
               04  RPT-START-CCYY      PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-BAR.
               04  RPT-BAR-MM          PIC 9(2).
               04  FILLER              PIC X VALUE '/'.
               04  RPT-BAR-DD          PIC 9(2).
               04  FILLER              PIC X VALUE '/'.
               04  RPT-BAR-CCYY        PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-BAL                 PIC ZZZZZ9.99-.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(24).
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
           IF PARM-HORIZON-DAYS NUMERIC AND PARM-HORIZON-DAYS > 0
               MOVE PARM-HORIZON-DAYS TO WS-HORIZON-DAYS.
           OPEN I-O ACCT-MASTER.
           OPEN INPUT SOLTAB-FILE.
           OPEN INPUT PAYHIST-FILE.
           OPEN OUTPUT SOL-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE SOL-RPT-REC FROM HEADER-LINE.
           WRITE SOL-RPT-REC FROM COLUMN-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-RUN-CCYY.
           MOVE WS-TODAY-MM TO WS-RUN-MM.
           MOVE WS-TODAY-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE TO WS-END-DATE.
           PERFORM 2600-NEXT-DAY THRU 2600-EXIT
               WS-HORIZON-DAYS TIMES.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ONE ACCOUNT.  ONLY A DEBT STILL OWED CAN BE TIME-BARRED; A
      * FLAG LEFT ON AN ACCOUNT WITH NOTHING OWING IS CLEARED.
      *****************************************************************
       2000-PROCESS-RECORD.
           ADD 1 TO WS-ACCT-CNT.
           MOVE 0 TO WS-BAL-AMT-N.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO WS-BAL-AMT-N.
           IF WS-BAL-AMT-N > 0 OR STATDO = 'CO'
               PERFORM 2200-EVALUATE THRU 2200-EXIT
               GO TO 2000-READ-NEXT.
           IF TBARDO = 'T'
               MOVE SPACE TO WS-NEW-FLAG
               PERFORM 2500-SET-FLAG THRU 2500-EXIT.
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
      * FIND THE STATE'S PERIOD AND THE START DATE, WORK OUT THE
      * TIME-BARRED DATE, AND SET THE FLAG AND REPORT FROM IT.  AN
      * ACCOUNT WITH NO PERIOD OR NO START DATE IS LEFT AS IT IS.
      *****************************************************************
       2200-EVALUATE.
           ADD 1 TO WS-EVAL-CNT.
           PERFORM 2300-PARSE-STATE THRU 2300-EXIT.
           MOVE WS-STATE TO SL-STATE.
           READ SOLTAB-FILE
               INVALID KEY MOVE '23' TO WS-SL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SL-FOUND
               MOVE '**' TO SL-STATE
               READ SOLTAB-FILE
                   INVALID KEY MOVE '23' TO WS-SL-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SL-FOUND OR SL-YEARS NOT NUMERIC OR SL-YEARS = 0
               ADD 1 TO WS-NOTAB-CNT
               GO TO 2200-EXIT.
           PERFORM 2400-LAST-PAYMENT THRU 2400-EXIT.
           IF WS-START8 = 0
               ADD 1 TO WS-NODATE-CNT
               GO TO 2200-EXIT.
      *    THE PERIOD RUNS TO THE SAME MONTH AND DAY THAT MANY YEARS
      *    ON; A 29 FEBRUARY START LANDS ON 1 MARCH IN A COMMON YEAR.
           MOVE WS-START-DATE TO WS-BAR-DATE.
           ADD SL-YEARS TO WS-BAR-CCYY.
           IF WS-BAR-MM = 2 AND WS-BAR-DD = 29
               MOVE WS-BAR-CCYY TO WS-LEAP-CCYY
               PERFORM 2650-CK-LEAP THRU 2650-EXIT
               IF NOT LEAP-YEAR
                   MOVE 3 TO WS-BAR-MM
                   MOVE 1 TO WS-BAR-DD.
           IF WS-BAR8 > WS-TODAY8
               MOVE SPACE TO WS-NEW-FLAG
           ELSE
               MOVE 'T' TO WS-NEW-FLAG
               ADD 1 TO WS-BARRED-CNT.
           IF WS-NEW-FLAG = 'T' AND TBARDO NOT = 'T'
               MOVE 'NOW TIME-BARRED' TO RPT-NOTE
               PERFORM 2700-WRITE-LINE THRU 2700-EXIT.
           IF WS-NEW-FLAG NOT = TBARDO
               PERFORM 2500-SET-FLAG THRU 2500-EXIT.
           IF WS-BAR8 > WS-TODAY8 AND WS-BAR8 NOT > WS-HORIZON8
               ADD 1 TO WS-NEAR-CNT
               ADD WS-BAL-AMT-N TO WS-NEAR-AMT
               MOVE 'CROSSES WITHIN PERIOD' TO RPT-NOTE
               PERFORM 2700-WRITE-LINE THRU 2700-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * THE STATE IS THE TWO CHARACTERS BEFORE THE ZIP CODE ON THE
      * LAST ADDRESS LINE, SCANNED FROM THE RIGHT AS ACCT68 DOES IT.
      *****************************************************************
       2300-PARSE-STATE.
           MOVE '??' TO WS-STATE.
           MOVE 0 TO WS-DIGITS.
           PERFORM 2310-SCAN-BACK THRU 2310-EXIT
               VARYING WS-SCAN FROM 16 BY -1
               UNTIL WS-SCAN < 4 OR WS-DIGITS = 5.
       2300-EXIT.
           EXIT.
       2310-SCAN-BACK.
           IF ADDR3DO (WS-SCAN:1) >= '0' AND ADDR3DO (WS-SCAN:1) <= '9'
               ADD 1 TO WS-DIGITS
               IF WS-DIGITS = 5
                   IF ADDR3DO (WS-SCAN - 1:1) = SPACE
                       MOVE ADDR3DO (WS-SCAN - 3:2) TO WS-STATE
                   ELSE
                       MOVE ADDR3DO (WS-SCAN - 2:2) TO WS-STATE
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-DIGITS.
       2310-EXIT.
           EXIT.
      *****************************************************************
      * THE START OF THE LIMITATIONS PERIOD - THE DATE OF THE LAST
      * PAYMENT OR RECOVERY RECEIPT ON THE TRAIL, ELSE THE OPENING
      * SEED, ELSE THE OPEN DATE ON THE MASTER.
      *****************************************************************
       2400-LAST-PAYMENT.
           MOVE 0 TO WS-START8.
           MOVE ACCTDO TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2400-OPEN-DATE.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2410-PAY-ENTRY THRU 2410-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
       2400-OPEN-DATE.
           IF WS-START8 NOT = 0 GO TO 2400-EXIT.
           IF IMODO NOT NUMERIC OR IDAYDO NOT NUMERIC
               OR IYRDO NOT NUMERIC
               GO TO 2400-EXIT.
           MOVE IYRDO TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-START-CCYY.
           MOVE IMODO TO WS-START-MM.
           MOVE IDAYDO TO WS-START-DD.
       2400-EXIT.
           EXIT.
       2410-PAY-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO
               GO TO 2410-EXIT.
           IF PH-IS-SEED AND WS-START8 NOT = 0
               GO TO 2410-EXIT.
           IF PH-IS-SEED OR PH-IS-PAYMENT OR PH-IS-RECOVERY
               MOVE PH-YR TO WS-WINDOW-YY
               PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT
               MOVE WS-WINDOW-CCYY TO WS-START-CCYY
               MOVE PH-MO TO WS-START-MM
               MOVE PH-DAY TO WS-START-DD.
       2410-EXIT.
           EXIT.
       2500-SET-FLAG.
           IF WS-NEW-FLAG = 'T'
               ADD 1 TO WS-NEWBAR-CNT
           ELSE
               ADD 1 TO WS-CLEAR-CNT.
           MOVE WS-NEW-FLAG TO TBARDO.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * STEP WS-END-DATE FORWARD ONE CALENDAR DAY.
      *****************************************************************
       2600-NEXT-DAY.
           MOVE MONTH-DAYS (WS-END-MM) TO WS-MONTH-DAYS.
           IF WS-END-MM = 2
               MOVE WS-END-CCYY TO WS-LEAP-CCYY
               PERFORM 2650-CK-LEAP THRU 2650-EXIT
               IF LEAP-YEAR
                   MOVE 29 TO WS-MONTH-DAYS.
           ADD 1 TO WS-END-DD.
           IF WS-END-DD NOT > WS-MONTH-DAYS GO TO 2600-EXIT.
           MOVE 1 TO WS-END-DD.
           ADD 1 TO WS-END-MM.
           IF WS-END-MM NOT > 12 GO TO 2600-EXIT.
           MOVE 1 TO WS-END-MM.
           ADD 1 TO WS-END-CCYY.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * A CENTURY YEAR IS A LEAP YEAR ONLY WHEN IT DIVIDES BY 400.
      *****************************************************************
       2650-CK-LEAP.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-LEAP-CCYY BY 4 GIVING WS-QUOT
               REMAINDER WS-REM.
           IF WS-REM NOT = 0 GO TO 2650-EXIT.
           MOVE 'Y' TO WS-LEAP-SW.
           DIVIDE WS-LEAP-CCYY BY 100 GIVING WS-QUOT
               REMAINDER WS-REM.
           IF WS-REM NOT = 0 GO TO 2650-EXIT.
           DIVIDE WS-LEAP-CCYY BY 400 GIVING WS-QUOT
               REMAINDER WS-REM.
           IF WS-REM NOT = 0
               MOVE 'N' TO WS-LEAP-SW.
       2650-EXIT.
           EXIT.
       2700-WRITE-LINE.
           MOVE ACCTDO TO RPT-ACCTC.
           MOVE SNAMEDO TO RPT-SNAME.
           MOVE WS-STATE TO RPT-STATE.
           MOVE WS-START-MM TO RPT-START-MM.
           MOVE WS-START-DD TO RPT-START-DD.
           MOVE WS-START-CCYY TO RPT-START-CCYY.
           MOVE WS-BAR-MM TO RPT-BAR-MM.
           MOVE WS-BAR-DD TO RPT-BAR-DD.
           MOVE WS-BAR-CCYY TO RPT-BAR-CCYY.
           MOVE WS-BAL-AMT-N TO RPT-BAL.
           WRITE SOL-RPT-REC FROM RPT-LINE.
       2700-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS READ:              ' TO SUM-LABEL.
           MOVE WS-ACCT-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE SOL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNTS EVALUATED:         ' TO SUM-LABEL.
           MOVE WS-EVAL-CNT TO SUM-CNT.
           WRITE SOL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'TIME-BARRED:                ' TO SUM-LABEL.
           MOVE WS-BARRED-CNT TO SUM-CNT.
           WRITE SOL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FLAGGED THIS RUN:           ' TO SUM-LABEL.
           MOVE WS-NEWBAR-CNT TO SUM-CNT.
           WRITE SOL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FLAG CLEARED THIS RUN:      ' TO SUM-LABEL.
           MOVE WS-CLEAR-CNT TO SUM-CNT.
           WRITE SOL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CROSSING WITHIN PERIOD:     ' TO SUM-LABEL.
           MOVE WS-NEAR-CNT TO SUM-CNT.
           MOVE WS-NEAR-AMT TO SUM-AMT.
           WRITE SOL-RPT-REC FROM SUMMARY-LINE.
           MOVE 0 TO SUM-AMT.
           MOVE 'NO LIMITATIONS PERIOD:      ' TO SUM-LABEL.
           MOVE WS-NOTAB-CNT TO SUM-CNT.
           WRITE SOL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NO START DATE:              ' TO SUM-LABEL.
           MOVE WS-NODATE-CNT TO SUM-CNT.
           WRITE SOL-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCT-MASTER, SOLTAB-FILE, PAYHIST-FILE,
               SOL-REPORT-FILE.
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
           MOVE WS-SL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SOLTAB' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SL-STATE TO ABL-KEY
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
               MOVE 'SOLRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SOL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT109' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
