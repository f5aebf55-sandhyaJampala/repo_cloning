       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT111.
       REMARKS. THIS MONTHLY BATCH JOB PRINTS THE LITIGATION
                INVENTORY FOR LEGAL FROM THE LITCASE FILE KEPT ON THE
                'AC43' TRANSACTION.  EVERY OPEN CASE (REFERRED, SUIT
                FILED OR JUDGMENT) IS LISTED, AND EVERY CASE CLOSED IN
                THE RUN MONTH, WITH THE ACCOUNT NAME AND BALANCE FROM
                THE MASTER, THE ATTORNEY, REFERRAL DATE, COURT CASE
                NUMBER, JUDGMENT AMOUNT AND THE COURT COSTS AND
                ATTORNEY FEES ADVANCED SO FAR.  CASES CLOSED IN AN
                EARLIER MONTH ARE COUNTED BUT NOT LISTED.  THE REPORT
                ENDS WITH COUNTS BY CASE STATUS AND THE TOTAL
                JUDGMENTS, COSTS AND FEES ON THE OPEN CASES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITCASE-FILE ASSIGN TO LITCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LC-ACCT
               FILE STATUS IS WS-LC-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT LIT-REPORT-FILE ASSIGN TO LITRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LITCASE-FILE
           RECORDING MODE F.
       01  LITCASE-REC.
           COPY LITCASE.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  LIT-REPORT-FILE
           RECORDING MODE F.
       01  LIT-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-LC-STATUS            PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCT-FOUND              VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-CASE-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-REFER-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-SUIT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-JUDG-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLOSED-MO-CNT        PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLOSED-OLD-CNT       PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOACCT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-OPEN-BAL             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-JUDG-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-COURT-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-FEES-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-COST-N               PIC S9(7)V99 COMP-3 VALUE 0.
           02  WS-BAL-AMT-N            PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-RUN-MONTH.
           02  WS-RUN-CCYY             PIC 9(4).
           02  WS-RUN-MM               PIC 9(2).
       01  WS-RUN-MONTH6 REDEFINES WS-RUN-MONTH PIC 9(6).
       01  WS-CLOSE-DATE.
           02  WS-CLOSE-CCYYMM         PIC 9(6).
           02  WS-CLOSE-DD             PIC 9(2).
       01  WS-CLOSE8 REDEFINES WS-CLOSE-DATE PIC 9(8).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  HEADER-LINE.
           02  FILLER                  PIC X(41) VALUE
               'ACCT111 LITIGATION INVENTORY - MONTH OF '.
           02  HDR-MM                  PIC 9(2).
           02  FILLER                  PIC X VALUE '/'.
           02  HDR-CCYY                PIC 9(4).
           02  FILLER                  PIC X(52) VALUE SPACES.
       01  COLUMN-LINE.
           02  FILLER                  PIC X(36) VALUE
               'ACCT  NAME         STATUS   ATTORNEY'.
           02  FILLER                  PIC X(34) VALUE
               '       REFERRED CASE NUMBER'.
           02  FILLER                  PIC X(30) VALUE
               '    JUDGMENT COST+FEE  BALANCE'.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-STATUS              PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-ATTORNEY            PIC X(14).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-REFER-DATE          PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-CASE-NO             PIC X(15).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-JUDG                PIC ZZZZZZ9.99-.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-COSTS               PIC ZZZZ9.99-.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-BAL                 PIC ZZZZZ9.99-.
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
           OPEN INPUT LITCASE-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN OUTPUT LIT-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-RUN-CCYY.
           MOVE WS-TODAY-MM TO WS-RUN-MM.
           MOVE WS-RUN-MM TO HDR-MM.
           MOVE WS-RUN-CCYY TO HDR-CCYY.
           WRITE LIT-RPT-REC FROM HEADER-LINE.
           WRITE LIT-RPT-REC FROM COLUMN-LINE.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ONE CASE.  OPEN CASES AND THOSE CLOSED THIS MONTH ARE LISTED;
      * OLDER CLOSED CASES ARE ONLY COUNTED.
      *****************************************************************
       2000-PROCESS-CASE.
           READ LITCASE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ALL-DONE GO TO 2000-EXIT.
           ADD 1 TO WS-CASE-CNT.
           IF LC-CLOSED
               MOVE LC-CLOSE-DATE TO WS-CLOSE8
               IF WS-CLOSE-CCYYMM = WS-RUN-MONTH6
                   ADD 1 TO WS-CLOSED-MO-CNT
               ELSE
                   ADD 1 TO WS-CLOSED-OLD-CNT
                   GO TO 2000-EXIT.
           IF LC-REFERRED ADD 1 TO WS-REFER-CNT.
           IF LC-SUIT-FILED ADD 1 TO WS-SUIT-CNT.
           IF LC-JUDGMENT ADD 1 TO WS-JUDG-CNT.
           PERFORM 2100-GET-ACCOUNT THRU 2100-EXIT.
           IF LC-OPEN
               ADD LC-JUDG-AMT TO WS-JUDG-AMT
               ADD LC-COURT-COSTS TO WS-COURT-AMT
               ADD LC-ATTY-FEES TO WS-FEES-AMT
               ADD WS-BAL-AMT-N TO WS-OPEN-BAL.
           PERFORM 2200-PRINT-CASE THRU 2200-EXIT.
       2000-EXIT.
           EXIT.
       2100-GET-ACCOUNT.
           MOVE 0 TO WS-BAL-AMT-N.
           MOVE LC-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCT-FOUND
               ADD 1 TO WS-NOACCT-CNT
               MOVE '** NOT ON FILE' TO SNAMEDO
               GO TO 2100-EXIT.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO WS-BAL-AMT-N.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
           EXIT.
       2200-PRINT-CASE.
           MOVE LC-ACCT TO RPT-ACCTC.
           MOVE SNAMEDO TO RPT-SNAME.
           MOVE SPACES TO RPT-STATUS.
           IF LC-REFERRED MOVE 'REFERRED' TO RPT-STATUS.
           IF LC-SUIT-FILED MOVE 'SUIT' TO RPT-STATUS.
           IF LC-JUDGMENT MOVE 'JUDGMENT' TO RPT-STATUS.
           IF LC-CLOSED MOVE 'CLOSED' TO RPT-STATUS.
           MOVE LC-ATTORNEY TO RPT-ATTORNEY.
           MOVE LC-REFER-DATE TO RPT-REFER-DATE.
           MOVE LC-CASE-NO TO RPT-CASE-NO.
           MOVE LC-JUDG-AMT TO RPT-JUDG.
           COMPUTE WS-COST-N = LC-COURT-COSTS + LC-ATTY-FEES.
           MOVE WS-COST-N TO RPT-COSTS.
           MOVE WS-BAL-AMT-N TO RPT-BAL.
           WRITE LIT-RPT-REC FROM RPT-LINE.
       2200-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'CASES ON FILE:              ' TO SUM-LABEL.
           MOVE WS-CASE-CNT TO SUM-CNT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REFERRED, NO SUIT:          ' TO SUM-LABEL.
           MOVE WS-REFER-CNT TO SUM-CNT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SUIT FILED:                 ' TO SUM-LABEL.
           MOVE WS-SUIT-CNT TO SUM-CNT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'JUDGMENT ENTERED:           ' TO SUM-LABEL.
           MOVE WS-JUDG-CNT TO SUM-CNT.
           MOVE WS-JUDG-AMT TO SUM-AMT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'CLOSED THIS MONTH:          ' TO SUM-LABEL.
           MOVE WS-CLOSED-MO-CNT TO SUM-CNT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CLOSED EARLIER, NOT LISTED: ' TO SUM-LABEL.
           MOVE WS-CLOSED-OLD-CNT TO SUM-CNT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNT NOT ON MASTER:      ' TO SUM-LABEL.
           MOVE WS-NOACCT-CNT TO SUM-CNT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'OPEN CASES, BALANCE:        ' TO SUM-LABEL.
           MOVE WS-OPEN-BAL TO SUM-AMT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'OPEN CASES, COURT COSTS:    ' TO SUM-LABEL.
           MOVE WS-COURT-AMT TO SUM-AMT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'OPEN CASES, ATTORNEY FEES:  ' TO SUM-LABEL.
           MOVE WS-FEES-AMT TO SUM-AMT.
           WRITE LIT-RPT-REC FROM SUMMARY-LINE.
           CLOSE LITCASE-FILE, ACCT-MASTER, LIT-REPORT-FILE.
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
           MOVE WS-LC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'LITCASE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LC-ACCT TO ABL-KEY
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'LITRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LIT-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT111' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
