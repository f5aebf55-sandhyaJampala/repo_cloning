       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT95.
       REMARKS. THIS MONTH-END BATCH PROGRAM PRINTS THE SERVICEMEMBER
                RATE-CAP REPORT: EVERY ACCOUNT WITH AN ACTIVE-DUTY
                PERIOD ON THE MILSVC FILE IN FORCE AT ANY TIME DURING
                THE REPORT MONTH, WITH THE PERIOD'S DATES, BRANCH AND
                WHERE IT CAME FROM (ACCT93 MATCH FILE OR AC36), THE
                CURRENT BALANCE, AND THE FINANCE CHARGE ACCT14 DID NOT
                ASSESS BECAUSE OF THE 6 PERCENT A YEAR CAP - FOR THE
                MONTH AND FOR THE PERIOD TO DATE.  THE REPORT MONTH
                (CCYYMM) COMES FROM A PARAMETER CARD AND DEFAULTS TO
                THE RUN MONTH.  WITHDRAWN PERIODS ARE LEFT OFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO MILPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MILSVC-FILE ASSIGN TO MILSVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT MIL-REPORT-FILE ASSIGN TO MILRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-PERIOD             PIC 9(6).
           05  PARM-PERIOD-R REDEFINES PARM-PERIOD.
               10  PARM-CCYY           PIC 9(4).
               10  PARM-MM             PIC 9(2).
           05  FILLER                  PIC X(74).
       FD  MILSVC-FILE
           RECORDING MODE F.
       01  MILSVC-REC.
           COPY MILSVC.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  MIL-REPORT-FILE
           RECORDING MODE F.
       01  MIL-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-MS-STATUS            PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-COVERED-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-ONDUTY-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-FORGONE-MO-TOT       PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-FORGONE-TOT          PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-FORGONE-MO-N         PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-RPT-PERIOD               PIC 9(6) VALUE 0.
       01  WS-MONTH-FIRST              PIC 9(8) VALUE 0.
       01  WS-MONTH-LAST               PIC 9(8) VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(44) VALUE
               'ACCT95 SERVICEMEMBER RATE-CAP REPORT - MONTH'.
           02  FILLER                  PIC X VALUE SPACE.
           02  HDR-PERIOD              PIC 9(6).
           02  FILLER                  PIC X(49) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-BRANCH              PIC X(2).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-SOURCE              PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-START               PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-END                 PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-BAL                 PIC ZZZZZ9.99-.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-FORGONE-MO          PIC ZZZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-FORGONE-TOT         PIC ZZZZZ9.99.
           02  FILLER                  PIC X(29) VALUE SPACES.
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
           PERFORM 2000-PROCESS-PERIOD THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-PERIOD NUMERIC AND PARM-MM > 0 AND PARM-MM < 13
               MOVE PARM-PERIOD TO WS-RPT-PERIOD
           ELSE
               IF WS-TODAY-YY > 50
                   COMPUTE WS-RPT-PERIOD = (1900 + WS-TODAY-YY) * 100
                       + WS-TODAY-MM
               ELSE
                   COMPUTE WS-RPT-PERIOD = (2000 + WS-TODAY-YY) * 100
                       + WS-TODAY-MM.
      *    DAY 31 STANDS FOR THE LAST DAY OF ANY MONTH IN THE COMPARE.
           COMPUTE WS-MONTH-FIRST = WS-RPT-PERIOD * 100 + 1.
           COMPUTE WS-MONTH-LAST = WS-RPT-PERIOD * 100 + 31.
           OPEN INPUT MILSVC-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN OUTPUT MIL-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-RPT-PERIOD TO HDR-PERIOD.
           WRITE MIL-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-MILSVC THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-PERIOD.
           ADD 1 TO WS-READ-CNT.
           IF MS-WITHDRAWN OR MS-START > WS-MONTH-LAST
               GO TO 2000-READ-NEXT.
           IF MS-END NOT = 0 AND MS-END < WS-MONTH-FIRST
               GO TO 2000-READ-NEXT.
           ADD 1 TO WS-COVERED-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE MS-ACCT TO RPT-ACCTC.
           MOVE MS-BRANCH TO RPT-BRANCH.
           MOVE MS-SOURCE TO RPT-SOURCE.
           MOVE MS-START TO RPT-START.
           IF MS-END = 0
               ADD 1 TO WS-ONDUTY-CNT
               MOVE 'SERVING' TO RPT-END
           ELSE
               MOVE MS-END TO RPT-END.
           MOVE 0 TO WS-FORGONE-MO-N.
           IF MS-FC-PERIOD = WS-RPT-PERIOD
               MOVE MS-FC-FORGONE-MO TO WS-FORGONE-MO-N.
           MOVE WS-FORGONE-MO-N TO RPT-FORGONE-MO.
           MOVE MS-FC-FORGONE-TOT TO RPT-FORGONE-TOT.
           ADD WS-FORGONE-MO-N TO WS-FORGONE-MO-TOT.
           ADD MS-FC-FORGONE-TOT TO WS-FORGONE-TOT.
           MOVE MS-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-FOUND
               MOVE SNAMEDO TO RPT-SNAME
               IF BAL (1) NUMERIC
                   MOVE BAL (1) TO RPT-BAL
               END-IF
           ELSE
               MOVE '*NOT ON FILE' TO RPT-SNAME.
           WRITE MIL-RPT-REC FROM RPT-LINE.
       2000-READ-NEXT.
           PERFORM 2100-READ-MILSVC THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-MILSVC.
           READ MILSVC-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'PERIODS READ:               ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'COVERED DURING THE MONTH:   ' TO SUM-LABEL.
           MOVE WS-COVERED-CNT TO SUM-CNT.
           MOVE WS-FORGONE-MO-TOT TO SUM-AMT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'STILL SERVING:              ' TO SUM-LABEL.
           MOVE WS-ONDUTY-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FORGONE, PERIODS TO DATE:   ' TO SUM-LABEL.
           MOVE WS-COVERED-CNT TO SUM-CNT.
           MOVE WS-FORGONE-TOT TO SUM-AMT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           CLOSE MILSVC-FILE, ACCT-MASTER, MIL-REPORT-FILE.
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
           MOVE WS-MS-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MILSVC' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MS-KEY TO ABL-KEY
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
               MOVE 'MILRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MIL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT95' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
