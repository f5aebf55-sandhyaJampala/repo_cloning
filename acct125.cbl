       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT125.
       REMARKS. THIS NIGHTLY BATCH PROGRAM WATCHES THE RESPONSE
                DEADLINES ON THE CUSTOMER COMPLAINT CASE FILE KEPT
                THROUGH THE AC45 TRANSACTION.  EVERY OPEN CASE WHOSE
                RESPONSE-DUE DATE FALLS WITHIN THE WARNING WINDOW OR
                HAS ALREADY PASSED IS LISTED, WITH THE CASES A
                REGULATOR IS INVOLVED IN MARKED.  THE WINDOW IS A
                NUMBER OF BUSINESS DAYS READ FROM THE CMPPARM CARD
                (DEFAULT 5), COUNTED THROUGH THE CBLPGM02 CALENDAR SO
                A WEEKEND OR HOLIDAY DOES NOT EAT INTO THE WARNING.
                THE REPORT ENDS WITH COUNTS OF OPEN, NEARING AND
                OVERDUE CASES, AND OF THE REGULATOR CASES AMONG THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CMPPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COMPLNT-FILE ASSIGN TO COMPLNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-COMPLNT-STATUS.
           SELECT CMP-REPORT-FILE ASSIGN TO CMPRPT
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
       FD  COMPLNT-FILE
           RECORDING MODE F.
       01  COMPLNT-REC.
           COPY COMPLNT.
       FD  CMP-REPORT-FILE
           RECORDING MODE F.
       01  CMP-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-COMPLNT-STATUS       PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-LEAD-DAYS            PIC S9(3) COMP-3 VALUE +5.
           02  WS-OPEN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-REG-OPEN-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-NEAR-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-OVER-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-REG-NEAR-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-REG-OVER-CNT         PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-FULL               PIC 9(8).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
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
               'ACCT125 COMPLAINT RESPONSE DEADLINE REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  HEADER-LINE-2.
           02  FILLER                  PIC X(50) VALUE
               'ACCT  CASE   S CH   CAT  REG RECEIVED    DUE      '.
           02  FILLER                  PIC X(50) VALUE
               '   LEFT  OPID  NOTE'.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SEQ                 PIC ZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  RPT-STAT                PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-CHAN                PIC X.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  RPT-CAT                 PIC X.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  RPT-REG                 PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-RCVD                PIC 9999/99/99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-DUE                 PIC 9999/99/99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-LEFT                PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-OPID                PIC X(3).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  RPT-NOTE                PIC X(10).
           02  FILLER                  PIC X(25) VALUE SPACES.
       01  SUMMARY-LINE.
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
           OPEN INPUT COMPLNT-FILE.
           OPEN OUTPUT CMP-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE CMP-RPT-REC FROM HEADER-LINE.
           WRITE CMP-RPT-REC FROM HEADER-LINE-2.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-TODAY-FULL = WS-WINDOW-CCYY * 10000
               + WS-TODAY-MM * 100 + WS-TODAY-DD.
           PERFORM 2100-READ-COMPLNT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-CASE.
           IF NOT CP-IS-OPEN GO TO 2000-READ-NEXT.
           ADD 1 TO WS-OPEN-CNT.
           IF CP-REGULATOR
               ADD 1 TO WS-REG-OPEN-CNT.
           PERFORM 2200-CK-DEADLINE THRU 2200-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-COMPLNT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-COMPLNT.
           READ COMPLNT-FILE NEXT RECORD
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
      * DUE DATE, AND THE CASE IS LISTED WHEN THAT IS INSIDE THE
      * WINDOW.  AN UNUSABLE DUE DATE IS LISTED SO IT GETS FIXED.
      *****************************************************************
       2200-CK-DEADLINE.
           MOVE SPACES TO RPT-LINE.
           MOVE 0 TO RPT-LEFT.
           IF CP-DUE-DATE NOT NUMERIC OR CP-DUE-DATE = 0
               MOVE 'BAD DATE' TO RPT-NOTE
               GO TO 2200-WRITE.
           IF CP-DUE-DATE < WS-TODAY-FULL
               MOVE 'OVERDUE' TO RPT-NOTE
               ADD 1 TO WS-OVER-CNT
               IF CP-REGULATOR
                   ADD 1 TO WS-REG-OVER-CNT
               END-IF
               GO TO 2200-WRITE.
           MOVE '4' TO CAL-FUNCTION-CD.
           MOVE WS-TODAY-FULL TO CAL-DATE-1.
           MOVE CP-DUE-DATE TO CAL-DATE-2.
           CALL 'CBLPGM02' USING CALENDAR-LINK.
           IF CAL-STATUS NOT = '0'
               MOVE 'BAD DATE' TO RPT-NOTE
               GO TO 2200-WRITE.
           IF CAL-DAY-COUNT > WS-LEAD-DAYS GO TO 2200-EXIT.
           MOVE CAL-DAY-COUNT TO RPT-LEFT.
           ADD 1 TO WS-NEAR-CNT.
           IF CP-REGULATOR
               ADD 1 TO WS-REG-NEAR-CNT.
       2200-WRITE.
           MOVE CP-ACCT TO RPT-ACCTC.
           MOVE CP-SEQ TO RPT-SEQ.
           MOVE CP-STATUS TO RPT-STAT.
           MOVE CP-CHANNEL TO RPT-CHAN.
           MOVE CP-CATEGORY TO RPT-CAT.
           MOVE CP-REG-FLAG TO RPT-REG.
           IF CP-RCVD-DATE NUMERIC
               MOVE CP-RCVD-DATE TO RPT-RCVD.
           IF CP-DUE-DATE NUMERIC
               MOVE CP-DUE-DATE TO RPT-DUE.
           MOVE CP-WORK-OPID TO RPT-OPID.
           IF CP-WORK-OPID = SPACES
               MOVE CP-OPEN-OPID TO RPT-OPID.
           WRITE CMP-RPT-REC FROM RPT-LINE.
       2200-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'OPEN CASES:                 ' TO SUM-LABEL.
           MOVE WS-OPEN-CNT TO SUM-CNT.
           WRITE CMP-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH REGULATOR:       ' TO SUM-LABEL.
           MOVE WS-REG-OPEN-CNT TO SUM-CNT.
           WRITE CMP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RESPONSE NEARING:           ' TO SUM-LABEL.
           MOVE WS-NEAR-CNT TO SUM-CNT.
           WRITE CMP-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH REGULATOR:       ' TO SUM-LABEL.
           MOVE WS-REG-NEAR-CNT TO SUM-CNT.
           WRITE CMP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RESPONSE OVERDUE:           ' TO SUM-LABEL.
           MOVE WS-OVER-CNT TO SUM-CNT.
           WRITE CMP-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH REGULATOR:       ' TO SUM-LABEL.
           MOVE WS-REG-OVER-CNT TO SUM-CNT.
           WRITE CMP-RPT-REC FROM SUMMARY-LINE.
           CLOSE COMPLNT-FILE, CMP-REPORT-FILE.
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
           MOVE WS-COMPLNT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COMPLNT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CP-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'CMPRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CMP-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT125' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
