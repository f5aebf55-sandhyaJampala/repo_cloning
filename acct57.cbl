                COMPARED AGAINST THIS JOB'S OWN PRIOR RUNCTL ROW, AND
                A SWING BEYOND THE TOLERANCE PERCENTAGE ON THE
                PARAMETER CARD (DEFAULT 10) FAILS THE STEP WITH
                RETURN CODE 8.  AN ACCOUNT WITH AN OPEN BILLING
                DISPUTE ON THE AC33 DISPUTE FILE CARRIES THE BUREAU'S
                'XB' COMPLIANCE CONDITION (DISPUTED BY THE CONSUMER)
                AND IS COUNTED ON THE CONTROL REPORT.  THE
                CUSTOMER'S TAXPAYER ID AND DATE OF BIRTH COME FROM
                THE SECURED IDENTITY FILE; AN ACCOUNT WHOSE NUMBERS
                HAVE NOT BEEN KEYED ON AC34 GOES OUT WITH THEM BLANK
                AND IS COUNTED ON THE CONTROL REPORT.  A DECEASED
                CUSTOMER (DECEDO 'D') IS REPORTED WITH THE BUREAU'S
                'X' DECEASED INDICATOR AND COUNTED.  A CHARGED-OFF
                ACCOUNT THAT THE ACCT112 RUN HAS SOLD TO A DEBT BUYER
                (RECOVLED STATUS 'S') IS REPORTED '8', SOLD - THE
                TRADELINE CLOSED WITH NOTHING OWED TO US, SINCE THE
                BUYER NOW REPORTS THE DEBT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-ACCT
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT IDENTITY-FILE ASSIGN TO IDENTITY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ACCT
               FILE STATUS IS WS-ID-STATUS.
           SELECT RECOVLED-FILE ASSIGN TO RECOVLED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-ACCT
               FILE STATUS IS WS-RL-STATUS.
           SELECT BUREAU-FILE ASSIGN TO CBUREAU
               FILE STATUS IS WS-BUR-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
           RECORDING MODE F.
       01  SETTLE-REC.
           COPY SETTLE.
       FD  DISPUTE-FILE
           RECORDING MODE F.
       01  DISPUTE-REC.
           COPY DISPUTE.
       FD  IDENTITY-FILE
           RECORDING MODE F.
       01  IDENTITY-REC.
           COPY IDENTITY.
       FD  RECOVLED-FILE
           RECORDING MODE F.
       01  RECOVLED-REC.
           COPY RECOVLED.
       FD  BUREAU-FILE
           RECORDING MODE F.
       01  BUREAU-REC.
           05  BR-BAL                  PIC X(8).
           05  BR-STAT                 PIC X(2).
           05  BR-RATING               PIC X.
           05  BR-COMPL-COND           PIC X(2).
           05  BR-TIN                  PIC X(9).
           05  BR-DOB                  PIC X(8).
           05  BR-ECOA                 PIC X.
           05  FILLER                  PIC X(4).
       FD  RUNCTL-FILE
           RECORDING MODE F.
       01  RUNCTL-REC.
               88  ACCTFIL-EOF             VALUE '10'.
           02  WS-SETTLE-STATUS        PIC XX VALUE SPACES.
               88  SETTLE-FOUND            VALUE '00'.
           02  WS-DISPUTE-STATUS       PIC XX VALUE SPACES.
               88  DISPUTE-OK              VALUE '00'.
           02  WS-DISP-SW              PIC X VALUE 'N'.
               88  IN-DISPUTE              VALUE 'Y'.
           02  WS-DISP-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-ID-STATUS            PIC XX VALUE SPACES.
               88  ID-FOUND                VALUE '00'.
           02  WS-NOID-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-RL-STATUS            PIC XX VALUE SPACES.
               88  RL-FOUND                VALUE '00'.
           02  WS-DECD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-BUR-STATUS           PIC XX VALUE SPACES.
           02  WS-RUNCTL-STATUS        PIC XX VALUE SPACES.
               88  RUNCTL-EOF              VALUE '10'.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-RATING               PIC X VALUE SPACE.
       01  RATING-TOTALS.
           02  RT-ENTRY OCCURS 8 TIMES.
               04  RT-CODE             PIC X.
               04  RT-CNT              PIC S9(7) COMP-3.
       01  WS-TODAY.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SUM-NOTE                PIC X(40).
           02  FILLER                  PIC X(23) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE '1' TO RT-CODE (1), MOVE '2' TO RT-CODE (2).
           MOVE '3' TO RT-CODE (3), MOVE '4' TO RT-CODE (4).
           MOVE '5' TO RT-CODE (5), MOVE '6' TO RT-CODE (6).
           MOVE '7' TO RT-CODE (7), MOVE '8' TO RT-CODE (8).
           PERFORM 1100-ZERO-RATING THRU 1100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT SETTLE-FILE.
           OPEN INPUT DISPUTE-FILE.
           OPEN INPUT IDENTITY-FILE.
           OPEN INPUT RECOVLED-FILE.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT BUR-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE BUR-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.
      *****************************************************************
       1200-PRIOR-COUNT.
           OPEN INPUT RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 1210-SCAN-RUNCTL THRU 1210-EXIT
               UNTIL RC-DONE.
           CLOSE RUNCTL-FILE.
       1210-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END MOVE 'Y' TO WS-RC-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF RC-DONE GO TO 1210-EXIT.
           IF RC-JOB = 'ACCT57'
               MOVE RC-WRITE-CNT TO WS-PRIOR-CNT.
       2000-PROCESS-RECORD.
           ADD 1 TO WS-ACCT-CNT.
           PERFORM 2200-DERIVE-RATING THRU 2200-EXIT.
           PERFORM 2500-CK-DISPUTE THRU 2500-EXIT.
           PERFORM 2300-WRITE-EXTRACT THRU 2300-EXIT.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       2000-EXIT.
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
               GO TO 2200-EXIT.
           IF STATDO = 'CO'
               MOVE '5' TO WS-RATING
               PERFORM 2250-CK-SOLD THRU 2250-EXIT
               GO TO 2200-EXIT.
           MOVE ACCTDO TO ST-ACCT.
           READ SETTLE-FILE
               INVALID KEY MOVE '23' TO WS-SETTLE-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SETTLE-FOUND AND ST-OFFER-COMPLETED
               MOVE '6' TO WS-RATING
               GO TO 2200-EXIT.
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * A CHARGED-OFF ACCOUNT SOLD TO A DEBT BUYER (RECOVLED 'S') IS
      * NO LONGER OURS TO REPORT AS OWING; THE TRADELINE CLOSES.
      *****************************************************************
       2250-CK-SOLD.
           MOVE ACCTDO TO RL-ACCT.
           READ RECOVLED-FILE
               INVALID KEY MOVE '23' TO WS-RL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF RL-FOUND AND RL-SOLD
               MOVE '8' TO WS-RATING.
       2250-EXIT.
           EXIT.
       2300-WRITE-EXTRACT.
           MOVE SPACES TO BUREAU-REC.
           MOVE ACCTDO TO BR-ACCT.
               MOVE WS-LIM-ED TO BR-BAL
           ELSE
               MOVE SPACES TO BR-BAL.
           IF WS-RATING = '8'
               MOVE 0 TO WS-LIM-ED
               MOVE WS-LIM-ED TO BR-BAL.
           MOVE STATDO TO BR-STAT.
           MOVE WS-RATING TO BR-RATING.
           IF IN-DISPUTE
               MOVE 'XB' TO BR-COMPL-COND
               ADD 1 TO WS-DISP-CNT.
      *    A DECEASED CUSTOMER CARRIES THE BUREAU'S 'X' (DECEASED)
      *    ASSOCIATION CODE SO THE FILE IS CLOSED OUT AT THE BUREAU.
           IF DECEDO = 'D'
               MOVE 'X' TO BR-ECOA
               ADD 1 TO WS-DECD-CNT.
           PERFORM 2600-GET-IDENTITY THRU 2600-EXIT.
           WRITE BUREAU-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-EXTR-CNT.
           PERFORM 2400-TALLY-RATING THRU 2400-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
       2300-EXIT.
           EXIT.
       2400-TALLY-RATING.
               ADD 1 TO RT-CNT (WS-SUB).
       2400-EXIT.
           EXIT.
      *****************************************************************
      * ANY DISPUTE CASE FOR THE ACCOUNT STILL OPENED OR ACKNOWLEDGED
      * ON THE AC33 CASE FILE MARKS IT DISPUTED.
      *****************************************************************
       2500-CK-DISPUTE.
           MOVE 'N' TO WS-DISP-SW.
           MOVE ACCTDO TO DP-ACCT.
           MOVE 0 TO DP-SEQ.
           START DISPUTE-FILE KEY NOT < DP-KEY
               INVALID KEY GO TO 2500-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2510-CK-CASE THRU 2510-EXIT
               UNTIL NOT DISPUTE-OK OR DP-ACCT NOT = ACCTDO
                   OR IN-DISPUTE.
       2500-EXIT.
           EXIT.
       2510-CK-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END MOVE '10' TO WS-DISPUTE-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT DISPUTE-OK OR DP-ACCT NOT = ACCTDO
               GO TO 2510-EXIT.
           IF DP-IS-OPEN
               MOVE 'Y' TO WS-DISP-SW.
       2510-EXIT.
           EXIT.
      *****************************************************************
      * THE TAXPAYER ID AND DATE OF BIRTH TRAVEL WHOLE ONLY ON THE
      * BUREAU FILE ITSELF; NOTHING HERE PRINTS THEM.
      *****************************************************************
       2600-GET-IDENTITY.
           MOVE ACCTDO TO ID-ACCT.
           READ IDENTITY-FILE
               INVALID KEY MOVE '23' TO WS-ID-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ID-FOUND OR NOT ID-CAPTURED
               ADD 1 TO WS-NOID-CNT
               GO TO 2600-EXIT.
           MOVE ID-TIN TO BR-TIN.
           IF ID-DOB NOT = 0
               MOVE ID-DOB TO BR-DOB.
       2600-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 9100-RATING-LINE THRU 9100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS EXTRACTED:         ' TO SUM-LABEL.
           MOVE WS-EXTR-CNT TO SUM-CNT.
           WRITE BUR-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REPORTED AS DISPUTED (XB):  ' TO SUM-LABEL.
           MOVE WS-DISP-CNT TO SUM-CNT.
           WRITE BUR-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NO IDENTITY ON FILE:        ' TO SUM-LABEL.
           MOVE WS-NOID-CNT TO SUM-CNT.
           WRITE BUR-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REPORTED DECEASED (X):      ' TO SUM-LABEL.
           MOVE WS-DECD-CNT TO SUM-CNT.
           WRITE BUR-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PRIOR MONTH EXTRACTED:      ' TO SUM-LABEL.
           MOVE WS-PRIOR-CNT TO SUM-CNT.
           IF WS-PRIOR-CNT > 0
           WRITE BUR-RPT-REC FROM SUMMARY-LINE.
           PERFORM 9900-WRITE-RUNCTL THRU 9900-EXIT.
           CLOSE ACCT-MASTER, SETTLE-FILE, BUREAU-FILE,
               BUR-REPORT-FILE, DISPUTE-FILE, IDENTITY-FILE,
               RECOVLED-FILE.
       9000-EXIT.
           EXIT.
       9100-RATING-LINE.
      *****************************************************************
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT57' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-ACCT-CNT TO RC-READ-CNT.
           MOVE WS-EXTR-CNT TO RC-WRITE-CNT.
           MOVE RETURN-CODE TO RC-COMP-CODE.
           WRITE RUNCTL-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           CLOSE RUNCTL-FILE.
       9900-EXIT.
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
           MOVE WS-SETTLE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SETTLE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ST-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-DISPUTE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DISPUTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DP-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ID-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'IDENTITY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ID-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RECOVLED' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RL-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-BUR-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CBUREAU' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BUREAU-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RUNCTL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RUNCTL' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RUNCTL-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'CBRRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BUR-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT57' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
