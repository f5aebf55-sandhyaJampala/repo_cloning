       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT85.
       REMARKS. THIS NIGHTLY BATCH PROGRAM WATCHES THE DEADLINES ON
                THE BILLING-DISPUTE CASE FILE KEPT THROUGH THE AC33
                TRANSACTION.  EVERY OPEN CASE IS CHECKED AGAINST ITS
                TWO DEADLINES - THE ACKNOWLEDGMENT, UNTIL THE CASE
                HAS BEEN ACKNOWLEDGED, AND THE RESOLUTION - AND IS
                LISTED WHEN EITHER FALLS WITHIN THE WARNING WINDOW OR
                HAS ALREADY PASSED.  THE WINDOW IS A NUMBER OF
                BUSINESS DAYS READ FROM THE DSPPARM CARD (DEFAULT 5),
                COUNTED THROUGH THE CBLPGM02 CALENDAR SO A WEEKEND OR
                HOLIDAY DOES NOT EAT INTO THE WARNING.  THE REPORT
                ENDS WITH COUNTS BY DEADLINE AND THE TOTAL AMOUNT
                STILL IN DISPUTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DSPPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT DSP-REPORT-FILE ASSIGN TO DSPRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
      *        BUSINESS DAYS OF WARNING BEFORE A DEADLINE; BLANK OR
      *        NOT NUMERIC TAKES THE DEFAULT.
           05  PARM-LEAD-DAYS          PIC X(2).
           05  FILLER                  PIC X(78).
       FD  DISPUTE-FILE
           RECORDING MODE F.
       01  DISPUTE-REC.
           COPY DISPUTE.
       FD  DSP-REPORT-FILE
           RECORDING MODE F.
       01  DSP-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-DISPUTE-STATUS       PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-LEAD-DAYS            PIC S9(3) COMP-3 VALUE +5.
           02  WS-OPEN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-ACK-NEAR-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-ACK-OVER-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-RES-NEAR-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-RES-OVER-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-OPEN-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-DUE-DATE             PIC 9(8) VALUE 0.
           02  WS-DUE-KIND             PIC X(7) VALUE SPACES.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-FULL               PIC 9(8).
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
       01  CALENDAR-LINK.
           02  CAL-FUNCTION-CD         PIC X.
           02  CAL-DATE-1              PIC 9(8).
           02  CAL-DATE-2              PIC 9(8).
           02  CAL-BUSDAY-SW           PIC X.
           02  CAL-RESULT-DATE         PIC 9(8).
           02  CAL-DAY-COUNT           PIC S9(5) COMP-3.
           02  CAL-STATUS              PIC X.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT85 BILLING-DISPUTE DEADLINE REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  HEADER-LINE-2.
           02  FILLER                  PIC X(59) VALUE
               'ACCT   SEQ   S    AMOUNT  OPENED      DEADLN   DUE'.
           02  FILLER                  PIC X(41) VALUE
               'LEFT  NOTE'.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SEQ                 PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-STAT                PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-AMT                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-OPENED              PIC 9999/99/99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-KIND                PIC X(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-DUE                 PIC 9999/99/99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-LEFT                PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(10).
           02  FILLER                  PIC X(25) VALUE SPACES.
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
           PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-LEAD-DAYS NUMERIC
               MOVE PARM-LEAD-DAYS TO WS-LEAD-DAYS.
           OPEN INPUT DISPUTE-FILE.
           OPEN OUTPUT DSP-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE DSP-RPT-REC FROM HEADER-LINE.
           WRITE DSP-RPT-REC FROM HEADER-LINE-2.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-TODAY-FULL = WS-WINDOW-CCYY * 10000
               + WS-TODAY-MM * 100 + WS-TODAY-DD.
           PERFORM 2100-READ-DISPUTE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-CASE.
           IF NOT DP-IS-OPEN GO TO 2000-READ-NEXT.
           ADD 1 TO WS-OPEN-CNT.
           MOVE DP-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF NOT AMT-BAD
               ADD WS-AMT-VAL-N TO WS-OPEN-AMT.
      *    THE ACKNOWLEDGMENT DEADLINE ONLY MATTERS UNTIL THE CASE
      *    HAS BEEN ACKNOWLEDGED.
           IF DP-OPENED
               MOVE DP-ACK-DUE TO WS-DUE-DATE
               MOVE 'ACK' TO WS-DUE-KIND
               PERFORM 2200-CK-DEADLINE THRU 2200-EXIT.
           MOVE DP-RES-DUE TO WS-DUE-DATE.
           MOVE 'RESOLVE' TO WS-DUE-KIND.
           PERFORM 2200-CK-DEADLINE THRU 2200-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-DISPUTE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
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
      * A DEADLINE ALREADY PASSED IS OVERDUE; OTHERWISE THE CBLPGM02
      * CALENDAR COUNTS THE BUSINESS DAYS LEFT AFTER TODAY THROUGH THE
      * DEADLINE, AND THE CASE IS LISTED WHEN THAT IS INSIDE THE
      * WINDOW.  AN UNUSABLE DEADLINE IS LISTED SO IT GETS FIXED.
      *****************************************************************
       2200-CK-DEADLINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 0 TO RPT-LEFT.
           IF WS-DUE-DATE NOT NUMERIC OR WS-DUE-DATE = 0
               MOVE 'BAD DATE' TO RPT-NOTE
               GO TO 2200-WRITE.
           IF WS-DUE-DATE < WS-TODAY-FULL
               MOVE 'OVERDUE' TO RPT-NOTE
               IF WS-DUE-KIND = 'ACK'
                   ADD 1 TO WS-ACK-OVER-CNT
               ELSE
                   ADD 1 TO WS-RES-OVER-CNT
               END-IF
               GO TO 2200-WRITE.
           MOVE '4' TO CAL-FUNCTION-CD.
           MOVE WS-TODAY-FULL TO CAL-DATE-1.
           MOVE WS-DUE-DATE TO CAL-DATE-2.
           CALL 'CBLPGM02' USING CALENDAR-LINK.
           IF CAL-STATUS NOT = '0'
               MOVE 'BAD DATE' TO RPT-NOTE
               GO TO 2200-WRITE.
           IF CAL-DAY-COUNT > WS-LEAD-DAYS GO TO 2200-EXIT.
           MOVE CAL-DAY-COUNT TO RPT-LEFT.
           IF WS-DUE-KIND = 'ACK'
               ADD 1 TO WS-ACK-NEAR-CNT
           ELSE
               ADD 1 TO WS-RES-NEAR-CNT.
       2200-WRITE.
           MOVE DP-ACCT TO RPT-ACCTC.
           MOVE DP-SEQ TO RPT-SEQ.
           MOVE DP-STATUS TO RPT-STAT.
           MOVE DP-AMT TO RPT-AMT.
           MOVE DP-OPEN-DATE TO RPT-OPENED.
           MOVE WS-DUE-KIND TO RPT-KIND.
           IF WS-DUE-DATE NUMERIC
               MOVE WS-DUE-DATE TO RPT-DUE.
           WRITE DSP-RPT-REC FROM RPT-LINE.
       2200-EXIT.
           EXIT.
       2400-EDIT-AMOUNT.
      *    A DISPUTED AMOUNT IS CARRIED AS EIGHT DISPLAY CHARACTERS IN
      *    THE FORM '  999.99' WITH THE DECIMAL POINT FIXED IN THE
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
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'OPEN CASES:                 ' TO SUM-LABEL.
           MOVE WS-OPEN-CNT TO SUM-CNT.
           MOVE WS-OPEN-AMT TO SUM-AMT.
           WRITE DSP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACKNOWLEDGMENT NEARING:     ' TO SUM-LABEL.
           MOVE WS-ACK-NEAR-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE DSP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACKNOWLEDGMENT OVERDUE:     ' TO SUM-LABEL.
           MOVE WS-ACK-OVER-CNT TO SUM-CNT.
           WRITE DSP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RESOLUTION NEARING:         ' TO SUM-LABEL.
           MOVE WS-RES-NEAR-CNT TO SUM-CNT.
           WRITE DSP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RESOLUTION OVERDUE:         ' TO SUM-LABEL.
           MOVE WS-RES-OVER-CNT TO SUM-CNT.
           WRITE DSP-RPT-REC FROM SUMMARY-LINE.
           CLOSE DISPUTE-FILE, DSP-REPORT-FILE.
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
       9850-CK-FILES.
           MOVE WS-DISPUTE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DISPUTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DP-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'DSPRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DSP-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT85' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
