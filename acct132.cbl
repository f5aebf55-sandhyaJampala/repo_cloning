       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT132.
       REMARKS. THIS DAILY BATCH REPORT IS THE SEGREGATION-OF-DUTIES
                SWEEP OVER THE APPROVAL WORKFLOWS.  IT READS THE
                ACCTAUD TRAIL, WHICH COMES IN ACCOUNT, DATE AND TIME
                ORDER, AND FOR EVERY APPROVAL MADE ON THE REPORT DATE -
                  AC11 LIMIT APPROVAL   ('L' 'LIMIT APPR')
                  AC20 HELD PAYMENT RELEASE ('D', RELEASED)
                  AC27 REFUND APPROVAL  ('R', APPROVED)
                  AC29 APPLICATION APPROVAL ('P', APPROVED)
                LISTS IT WHEN THE APPROVER ALSO REQUESTED IT (THE
                PENDLIM REQUESTER ON A LIMIT, THE AC02 OPERATOR WHO
                ADDED THE ACCOUNT ON AN APPLICATION), OR WHEN THE
                APPROVER HAD CHANGED THE ACCOUNT IN THE DAYS BEFORE:
                AN AC02 ADD OR CHANGE, AN AC18 ADJUSTMENT OR AN
                AC44 TRANSFER (THE TYPE 'I' ENTRIES THAT CARRY THE
                OPERATOR AT (405:3)) OR AN AC02 LIMIT REQUEST.  IT ALSO
                LISTS THE SELF-APPROVALS THE SCREENS REFUSED ON THE DAY
                (TYPE 'U' 'SELF APPR').  THE PARAMETER CARD GIVES THE
                REPORT DATE IN EIBDATE 0CYYDDD FORM (ZERO OR MISSING
                MEANS THE BUSINESS DATE) AND, IN COLUMNS 8-10, THE
                NUMBER OF DAYS
                BEFORE AN APPROVAL THAT AN APPROVER'S OWN CHANGE STILL
                COUNTS (DEFAULT 30, THE WINDOW THE SCREENS USE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SODPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT SOD-REPORT-FILE ASSIGN TO SODRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-DATE               PIC 9(7).
           05  PARM-DAYS               PIC 9(3).
           05  FILLER                  PIC X(70).
       FD  ACCTAUD-FILE
           RECORDING MODE F.
       01  ACCTAUD-REC.
           COPY ACCTAUD.
       FD  SOD-REPORT-FILE
           RECORDING MODE F.
       01  SOD-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-AUD-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-RUN-JDATE            PIC S9(7) COMP-3 VALUE 0.
           02  WS-SOD-DAYS             PIC S9(4) COMP VALUE +30.
           02  WS-PREV-ACCT            PIC X(5) VALUE SPACES.
           02  WS-ADDER                PIC X(3) VALUE SPACES.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.

           02  WS-APPROVER             PIC X(3) VALUE SPACES.
           02  WS-REQUESTER            PIC X(3) VALUE SPACES.
           02  WS-FLOW                 PIC X(10) VALUE SPACES.
           02  WS-DAY-DATE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DAY-NO               PIC S9(7) COMP-3 VALUE 0.
           02  WS-DEC-DAY-NO           PIC S9(7) COMP-3 VALUE 0.
           02  WS-DAY-YR               PIC S9(4) COMP VALUE +0.
           02  WS-DAY-DDD              PIC S9(4) COMP VALUE +0.
           02  WS-DAY-LEAPS            PIC S9(4) COMP VALUE +0.
           02  WS-DAY-REM              PIC S9(4) COMP VALUE +0.
           02  WS-DAY-GAP              PIC S9(7) COMP-3 VALUE 0.
           02  WS-AUD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-APPR-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-SAME-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CHG-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-REFUSED-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-MAKER-LOST           PIC S9(7) COMP-3 VALUE 0.
           02  WS-JUL-MM               PIC 9(2) VALUE 0.
           02  WS-JUL-DDD              PIC 9(3) VALUE 0.
           02  WS-QUOT                 PIC 9(4) VALUE 0.
           02  WS-REM                  PIC 9(4) VALUE 0.
       01  WS-BUS-DATE.
           02  WS-BUS-CCYY             PIC 9(4).
           02  WS-BUS-MM               PIC 9(2).
           02  WS-BUS-DD               PIC 9(2).
       01  MONTH-DAYS-VALUES           PIC X(24)
               VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS              PIC 9(2) OCCURS 12 TIMES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
      *    THE CHANGES EACH OPERATOR MADE TO THE ACCOUNT IN HAND, KEPT
      *    UNTIL THE TRAIL MOVES ON TO THE NEXT ACCOUNT.
       01  MAKER-TABLE.
           02  MK-ENTRY OCCURS 200 TIMES.
               04  MK-OPID             PIC X(3) VALUE SPACES.
               04  MK-KIND             PIC X(10) VALUE SPACES.
               04  MK-DATE             PIC S9(7) COMP-3 VALUE 0.
               04  MK-DAY-NO           PIC S9(7) COMP-3 VALUE 0.
           02  MK-USED                 PIC S9(4) COMP VALUE 0.
           02  MK-HIT                  PIC S9(4) COMP VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(50) VALUE
               'ACCT132 SEGREGATION-OF-DUTIES EXCEPTIONS FOR DATE '.
           02  HDR-DATE                PIC 9(7).
           02  FILLER                  PIC X(13) VALUE
               '  WINDOW DAYS'.
           02  HDR-DAYS                PIC ZZ9.
           02  FILLER                  PIC X(27) VALUE SPACES.
       01  COLUMN-HEADER.
           02  FILLER                  PIC X(50) VALUE
               'ACCT   TIME    APPROVAL    OPR  EXCEPTION         '.
           02  FILLER                  PIC X(50) VALUE
               'OWN CHANGE   ON DATE'.
       01  RPT-LINE.
           02  RPT-ACCT                PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-TIME                PIC 9(7).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-FLOW                PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-OPID                PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-EXCEPTION           PIC X(16).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-KIND                PIC X(10).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  RPT-MK-DATE             PIC 9(7).
           02  FILLER                  PIC X(30) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-DATE TO WS-BUS-DATE.
           PERFORM 1100-RUN-JDATE THRU 1100-EXIT.
           IF PARM-DATE NUMERIC AND PARM-DATE > 0
               MOVE PARM-DATE TO WS-RUN-JDATE.
           IF PARM-DAYS NUMERIC AND PARM-DAYS > 0
               MOVE PARM-DAYS TO WS-SOD-DAYS.
           OPEN INPUT ACCTAUD-FILE.
           OPEN OUTPUT SOD-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-RUN-JDATE TO HDR-DATE.
           MOVE WS-SOD-DAYS TO HDR-DAYS.
           WRITE SOD-RPT-REC FROM HEADER-LINE.
           WRITE SOD-RPT-REC FROM COLUMN-HEADER.
           PERFORM 2100-READ-ACCTAUD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE CCYYMMDD BUSINESS DATE IN THE 0CYYDDD FORM OF AUD-DATE.
      * A CENTURY YEAR IS A LEAP YEAR ONLY WHEN IT DIVIDES BY 400.
      *****************************************************************
       1100-RUN-JDATE.
           MOVE WS-BUS-DD TO WS-JUL-DDD.
           PERFORM 1110-ADD-MONTH THRU 1110-EXIT
               VARYING WS-JUL-MM FROM 1 BY 1
               UNTIL WS-JUL-MM NOT < WS-BUS-MM.
           COMPUTE WS-RUN-JDATE =
               (WS-BUS-CCYY - 1900) * 1000 + WS-JUL-DDD.
       1100-EXIT.
           EXIT.
       1110-ADD-MONTH.
           ADD MONTH-DAYS (WS-JUL-MM) TO WS-JUL-DDD.
           IF WS-JUL-MM NOT = 2
               GO TO 1110-EXIT.
           DIVIDE WS-BUS-CCYY BY 4 GIVING WS-QUOT REMAINDER WS-REM.
           IF WS-REM NOT = 0
               GO TO 1110-EXIT.
           DIVIDE WS-BUS-CCYY BY 100 GIVING WS-QUOT REMAINDER WS-REM.
           IF WS-REM NOT = 0
               ADD 1 TO WS-JUL-DDD
               GO TO 1110-EXIT.
           DIVIDE WS-BUS-CCYY BY 400 GIVING WS-QUOT REMAINDER WS-REM.
           IF WS-REM = 0
               ADD 1 TO WS-JUL-DDD.
       1110-EXIT.
           EXIT.
      *****************************************************************
      * MAKER ENTRIES ARE TABLED WHATEVER THEIR DATE, SINCE A CHANGE
      * BEFORE THE REPORT DATE CAN TAINT AN APPROVAL ON IT; ONLY THE
      * APPROVALS AND REFUSALS OF THE REPORT DATE ITSELF ARE LISTED.
      *****************************************************************
       2000-PROCESS-ENTRY.
           ADD 1 TO WS-AUD-CNT.
           IF AUD-ACCT NOT = WS-PREV-ACCT
               MOVE AUD-ACCT TO WS-PREV-ACCT
               MOVE SPACES TO WS-ADDER
               MOVE 0 TO MK-USED.
           IF AUD-REQC = 'I'
               PERFORM 2200-TABLE-IMAGE THRU 2200-EXIT
               GO TO 2000-READ-NEXT.
           IF AUD-REQC = 'L' AND AUD-TITLE = 'LIMIT REQ'
               MOVE AUD-IMAGE (19:3) TO WS-REQUESTER
               PERFORM 2300-TABLE-MAKER THRU 2300-EXIT
               GO TO 2000-READ-NEXT.
           IF AUD-DATE NOT = WS-RUN-JDATE
               GO TO 2000-READ-NEXT.
           IF AUD-REQC = 'U' AND AUD-TITLE = 'SELF APPR'
               PERFORM 2700-LIST-REFUSAL THRU 2700-EXIT
               GO TO 2000-READ-NEXT.
           MOVE SPACES TO WS-APPROVER, WS-REQUESTER.
           IF AUD-REQC = 'L' AND AUD-TITLE = 'LIMIT APPR'
               MOVE 'AC11 LIMIT' TO WS-FLOW
               MOVE AUD-IMAGE (19:3) TO WS-APPROVER
               MOVE AUD-IMAGE (23:3) TO WS-REQUESTER.
           IF AUD-REQC = 'D' AND AUD-IMAGE (21:1) = 'R'
               MOVE 'AC20 HOLD' TO WS-FLOW
               MOVE AUD-IMAGE (17:3) TO WS-APPROVER.
           IF AUD-REQC = 'R' AND AUD-IMAGE (21:1) = 'A'
               MOVE 'AC27 REFND' TO WS-FLOW
               MOVE AUD-IMAGE (17:3) TO WS-APPROVER.
           IF AUD-REQC = 'P' AND AUD-IMAGE (1:1) = 'A'
               MOVE 'AC29 APPL' TO WS-FLOW
               MOVE AUD-IMAGE (3:3) TO WS-APPROVER
               MOVE WS-ADDER TO WS-REQUESTER.
           IF WS-APPROVER = SPACES
               GO TO 2000-READ-NEXT.
           ADD 1 TO WS-APPR-CNT.
           PERFORM 2500-CHECK-APPROVAL THRU 2500-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-ACCTAUD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-ACCTAUD.
           READ ACCTAUD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *    ONLY THE OPERATOR-KEYED IMAGES CARRY THE OPERATOR; AN ADD
      *    ALSO NAMES THE ACCOUNT'S KEYER FOR THE APPLICATION CHECK.
       2200-TABLE-IMAGE.
           IF AUD-IMAGE (405:3) = SPACES OR LOW-VALUES
               GO TO 2200-EXIT.
           IF AUD-TITLE NOT = 'ADD IMAGE' AND
               AUD-TITLE NOT = 'CHG IMAGE' AND
               AUD-TITLE NOT = 'ADJ IMAGE' AND
               AUD-TITLE NOT = 'XFR IN' AND AUD-TITLE NOT = 'XFR OUT'
               GO TO 2200-EXIT.
           IF AUD-TITLE = 'ADD IMAGE'
               MOVE AUD-IMAGE (405:3) TO WS-ADDER.
           MOVE AUD-IMAGE (405:3) TO WS-REQUESTER.
           PERFORM 2300-TABLE-MAKER THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      *    A FULL TABLE DROPS THE OLDEST CHANGE, WHICH IS THE ONE
      *    LEAST LIKELY TO FALL INSIDE THE WINDOW, AND COUNTS IT.
       2300-TABLE-MAKER.
           IF WS-REQUESTER = SPACES OR WS-REQUESTER = 'BAT'
               GO TO 2300-EXIT.
           IF MK-USED NOT < 200
               ADD 1 TO WS-MAKER-LOST
               PERFORM 2310-SHIFT-MAKER THRU 2310-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 199
               SUBTRACT 1 FROM MK-USED.
           ADD 1 TO MK-USED.
           MOVE WS-REQUESTER TO MK-OPID (MK-USED).
           MOVE AUD-TITLE TO MK-KIND (MK-USED).
           MOVE AUD-DATE TO MK-DATE (MK-USED), WS-DAY-DATE.
           PERFORM 2800-DAY-NUMBER THRU 2800-EXIT.
           MOVE WS-DAY-NO TO MK-DAY-NO (MK-USED).
       2300-EXIT.
           EXIT.
       2310-SHIFT-MAKER.
           MOVE MK-ENTRY (WS-SUB + 1) TO MK-ENTRY (WS-SUB).
       2310-EXIT.
           EXIT.
      *****************************************************************
      * THE APPROVER AS REQUESTER IS THE PLAIN CASE.  OTHERWISE THE
      * LATEST CHANGE THE APPROVER MADE TO THE ACCOUNT AT OR BEFORE
      * THE DECISION AND NO MORE THAN THE WINDOW OF DAYS BEFORE IT IS
      * REPORTED.
      *****************************************************************
       2500-CHECK-APPROVAL.
           MOVE SPACES TO RPT-LINE.
           MOVE AUD-ACCT TO RPT-ACCT.
           MOVE AUD-TIME TO RPT-TIME.
           MOVE WS-FLOW TO RPT-FLOW.
           MOVE WS-APPROVER TO RPT-OPID.
           MOVE 0 TO RPT-MK-DATE.
           IF WS-REQUESTER = WS-APPROVER
               MOVE 'SAME REQUESTER' TO RPT-EXCEPTION
               ADD 1 TO WS-SAME-CNT
               WRITE SOD-RPT-REC FROM RPT-LINE
               GO TO 2500-EXIT.
           MOVE AUD-DATE TO WS-DAY-DATE.
           PERFORM 2800-DAY-NUMBER THRU 2800-EXIT.
           MOVE WS-DAY-NO TO WS-DEC-DAY-NO.
           MOVE 0 TO MK-HIT.
           PERFORM 2510-FIND-OWN-CHANGE THRU 2510-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > MK-USED.
           IF MK-HIT = 0
               GO TO 2500-EXIT.
           MOVE 'CHANGED ACCOUNT' TO RPT-EXCEPTION.
           MOVE MK-KIND (MK-HIT) TO RPT-KIND.
           MOVE MK-DATE (MK-HIT) TO RPT-MK-DATE.
           ADD 1 TO WS-CHG-CNT.
           WRITE SOD-RPT-REC FROM RPT-LINE.
       2500-EXIT.
           EXIT.
       2510-FIND-OWN-CHANGE.
           IF MK-OPID (WS-SUB) NOT = WS-APPROVER
               GO TO 2510-EXIT.
           COMPUTE WS-DAY-GAP = WS-DEC-DAY-NO - MK-DAY-NO (WS-SUB).
           IF WS-DAY-GAP NOT > WS-SOD-DAYS
               MOVE WS-SUB TO MK-HIT.
       2510-EXIT.
           EXIT.
       2700-LIST-REFUSAL.
           MOVE SPACES TO RPT-LINE.
           MOVE AUD-ACCT TO RPT-ACCT.
           MOVE AUD-TIME TO RPT-TIME.
           MOVE 'REFUSED' TO RPT-FLOW.
           MOVE AUD-IMAGE (5:1) TO RPT-FLOW (9:1).
           MOVE AUD-IMAGE (1:3) TO RPT-OPID.
           MOVE 'REFUSED ON-LINE' TO RPT-EXCEPTION.
           MOVE 0 TO RPT-MK-DATE.
           ADD 1 TO WS-REFUSED-CNT.
           WRITE SOD-RPT-REC FROM RPT-LINE.
       2700-EXIT.
           EXIT.
      *    A RUNNING DAY NUMBER FOR A 0CYYDDD DATE, TAKING EVERY
      *    FOURTH YEAR AS A LEAP YEAR THE WAY THE ON-LINE SCREENS DO.
       2800-DAY-NUMBER.
           DIVIDE WS-DAY-DATE BY 1000 GIVING WS-DAY-YR
               REMAINDER WS-DAY-DDD.
           DIVIDE 4 INTO WS-DAY-YR GIVING WS-DAY-LEAPS
               REMAINDER WS-DAY-REM.
           IF WS-DAY-REM > 0
               ADD 1 TO WS-DAY-LEAPS.
           COMPUTE WS-DAY-NO =
               WS-DAY-YR * 365 + WS-DAY-LEAPS + WS-DAY-DDD.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'TRAIL ENTRIES READ:         ' TO SUM-LABEL.
           MOVE WS-AUD-CNT TO SUM-CNT.
           WRITE SOD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'APPROVALS CHECKED:          ' TO SUM-LABEL.
           MOVE WS-APPR-CNT TO SUM-CNT.
           WRITE SOD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'APPROVED OWN REQUEST:       ' TO SUM-LABEL.
           MOVE WS-SAME-CNT TO SUM-CNT.
           WRITE SOD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'APPROVED AFTER OWN CHANGE:  ' TO SUM-LABEL.
           MOVE WS-CHG-CNT TO SUM-CNT.
           WRITE SOD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SELF-APPROVALS REFUSED:     ' TO SUM-LABEL.
           MOVE WS-REFUSED-CNT TO SUM-CNT.
           WRITE SOD-RPT-REC FROM SUMMARY-LINE.
           IF WS-MAKER-LOST > 0
               MOVE 'CHANGES NOT TABLED:         ' TO SUM-LABEL
               MOVE WS-MAKER-LOST TO SUM-CNT
               WRITE SOD-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCTAUD-FILE, SOD-REPORT-FILE.
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
               MOVE 'SODRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SOD-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT132' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
