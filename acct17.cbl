                A BROKEN PROMISE RESURFACES AT ONCE.  ACCOUNTS NO       00001400
                LONGER DELINQUENT ARE REMOVED.  A SUPERVISOR SUMMARY    00001500
                OF THE QUEUE AND OF PROMISES KEPT VERSUS BROKEN IS      00001600
                PRINTED EACH RUN.  AN AMOUNT UNDER AN OPEN BILLING
                DISPUTE (THE AC33 DISPUTE FILE) DOES NOT COUNT TOWARD
                DELINQUENCY: AN ACCOUNT WHOSE WHOLE BALANCE IS IN
                DISPUTE IS NOT QUEUED, NOR IS A DECEASED CUSTOMER.
                THE FIRST TIME AN ACCOUNT IS QUEUED A VALNOTE RECORD
                IS OPENED FOR IT SO ACCT107 MAILS THE DEBT VALIDATION
                NOTICE; WHILE THE CUSTOMER'S WRITTEN DISPUTE OF THE
                DEBT AWAITS ITS VERIFICATION LETTER THE ACCOUNT IS
                TAKEN OFF THE QUEUE.  EACH ACCOUNT 30 OR MORE DAYS
                PAST DUE IS GIVEN A COLLECTIONS TREATMENT PATH FROM
                THE STRATTAB RULES (BUCKET, SCORE, BALANCE AND
                HISTORY), WITH A RANDOM SHARE HELD OUT ON EACH RULE'S
                CHALLENGER PATH, AND THE ASSIGNMENT IS KEPT ON
                STRATASG FOR ACCT48, ACCT19, AC10 AND THE ACCT123
                STRATEGY REPORT.  A LETTER-ONLY ACCOUNT IS NOT QUEUED.
       ENVIRONMENT DIVISION.                                            00001800
       INPUT-OUTPUT SECTION.                                            00001900
       FILE-CONTROL.                                                    00002000
               ACCESS MODE IS RANDOM
               RECORD KEY IS PP-ACCT
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT VALNOTE-FILE ASSIGN TO VALNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-ACCT
               FILE STATUS IS WS-VN-STATUS.
           SELECT STRATTAB-FILE ASSIGN TO STRATTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-RULE
               FILE STATUS IS WS-TR-STATUS.
           SELECT STRATASG-FILE ASSIGN TO STRATASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT
               FILE STATUS IS WS-SA-STATUS.
           SELECT AGYPLACE-FILE ASSIGN TO AGYPLACE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
           SELECT COLL-REPORT-FILE ASSIGN TO ACCTCLRP                   00003100
               FILE STATUS IS WS-RPT-STATUS.                            00003200
       DATA DIVISION.                                                   00003300
           RECORDING MODE F.
       01  PAYPLAN-REC.
           COPY PAYPLAN.
       FD  DISPUTE-FILE
           RECORDING MODE F.
       01  DISPUTE-REC.
           COPY DISPUTE.
       FD  VALNOTE-FILE
           RECORDING MODE F.
       01  VALNOTE-REC.
           COPY VALNOTE.
       FD  STRATTAB-FILE
           RECORDING MODE F.
       01  STRATTAB-REC.
           COPY STRATTAB.
       FD  STRATASG-FILE
           RECORDING MODE F.
       01  STRATASG-REC.
           COPY STRATASG.
       FD  AGYPLACE-FILE
           RECORDING MODE F.
       01  AGYPLACE-REC.
           COPY AGYPLACE.
       FD  COLL-REPORT-FILE                                             00004300
           RECORDING MODE F.                                            00004400
       01  COLL-RPT-REC                PIC X(100).                      00004500
           02  WS-ONPLAN-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-CEASE-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-BANK-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DISPUTE-STATUS       PIC XX VALUE SPACES.
               88  DISPUTE-OK              VALUE '00'.
           02  WS-DISP-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-VN-STATUS            PIC XX VALUE SPACES.
               88  VN-FOUND                VALUE '00'.
           02  WS-VALPAUSE-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-VALNEW-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-TR-STATUS            PIC XX VALUE SPACES.
               88  TR-OK                   VALUE '00'.
           02  WS-SA-STATUS            PIC XX VALUE SPACES.
               88  SA-FOUND                VALUE '00'.
           02  WS-AP-STATUS            PIC XX VALUE SPACES.
               88  AP-FOUND                VALUE '00'.
           02  WS-ASSIGN-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-CHAL-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-REASSIGN-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-ENDED-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-LETTER-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-RULE-CNT             PIC S9(4) COMP VALUE +0.
           02  WS-RX                   PIC S9(4) COMP VALUE +0.
           02  WS-RULE-HIT             PIC S9(4) COMP VALUE +0.
           02  WS-STRAT-BKT            PIC X(2) VALUE SPACES.
           02  WS-PATH                 PIC X VALUE SPACE.
           02  WS-BROKE-SW             PIC X VALUE 'N'.
           02  WS-PLACED-SW            PIC X VALUE 'N'.
           02  WS-SCORE-N              PIC 9(3) VALUE 0.
           02  WS-BAL-DOLLARS          PIC 9(6) VALUE 0.
           02  WS-TIME                 PIC 9(8) VALUE 0.
           02  WS-SEED                 PIC 9(6) VALUE 0.
           02  WS-SEED-WORK            PIC 9(12) VALUE 0.
           02  WS-SEED-QUOT            PIC 9(8) VALUE 0.
           02  WS-DRAW                 PIC 9(2) VALUE 0.
           02  WS-QUEUE-CNT            PIC S9(7) COMP-3 VALUE 0.        00006100
           02  WS-DELQ-SW              PIC X VALUE 'N'.                 00006200
               88  IS-DELQ                 VALUE 'Y'.                   00006300
       01  WS-CMP-YMD                  PIC 9(6).                        00007400
       01  WS-CUR-CCYY                 PIC 9(4).                        00007500
       01  WS-CUR-MOS                  PIC 9(6).                        00007600
       01  WS-TODAY-FULL               PIC 9(8) VALUE 0.
       01  WS-BAL-CCYY                 PIC 9(4).                        00007700
       01  WS-BAL-MOS                  PIC 9(6).                        00007800
       01  WS-AGE-MOS                  PIC S9(6).                       00007900
       01  WS-BAL-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.     00009200
       01  WS-OLD-BAL-N                PIC S9(6)V99 COMP-3 VALUE 0.     00009300
       01  WS-PROM-AMT-N               PIC S9(6)V99 COMP-3 VALUE 0.     00009400
       01  WS-DISP-AMT-N               PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-BAL-ED                   PIC ZZZZ9.99.                    00009500
      *    THE STRATTAB RULES, LOADED IN KEY ORDER AT THE START OF
      *    THE RUN.
       01  RULE-TABLE.
           02  RULE-ENTRY OCCURS 50 TIMES.
               04  RX-RULE             PIC X(3).
               04  RX-BUCKET           PIC X(2).
               04  RX-SCORE-LO         PIC 9(3).
               04  RX-SCORE-HI         PIC 9(3).
               04  RX-BAL-LO           PIC 9(5).
               04  RX-BAL-HI           PIC 9(5).
               04  RX-HIST             PIC X.
               04  RX-CHAMP-PATH       PIC X.
               04  RX-CHAL-PATH        PIC X.
               04  RX-CHAL-PCT         PIC 9(2).
       01  HEADER-LINE.                                                 00009600
           02  FILLER                  PIC X(60) VALUE                  00009700
               'ACCT17 COLLECTIONS WORK QUEUE - SUPERVISOR SUMMARY'.    00009800
           02  SUM-LABEL               PIC X(28).                       00010100
           02  SUM-CNT                 PIC ZZZZZZ9.                     00010200
           02  FILLER                  PIC X(65) VALUE SPACES.          00010300
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00010400
       0000-MAIN.                                                       00010500
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00010600
           OPEN INPUT ACCT-MASTER.                                      00011200
           OPEN I-O COLLWK-FILE.                                        00011300
           OPEN INPUT PAYPLAN-FILE.
           OPEN INPUT DISPUTE-FILE.
           OPEN I-O VALNOTE-FILE.
           OPEN I-O STRATASG-FILE.
           OPEN INPUT AGYPLACE-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TIME TO WS-SEED.
           OPEN OUTPUT COLL-REPORT-FILE.                                00011400
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE COLL-RPT-REC FROM HEADER-LINE.                         00011500
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           COMPUTE WS-TODAY-YMD =                                       00011700
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.   00011800
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.                            00011900
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.                     00012000
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.                          00012100
           COMPUTE WS-CUR-MOS = WS-CUR-CCYY * 12 + WS-TODAY-MM.         00012200
           COMPUTE WS-TODAY-FULL = WS-CUR-CCYY * 10000
               + WS-TODAY-MM * 100 + WS-TODAY-DD.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00012300
       1000-EXIT.                                                       00012400
           EXIT.                                                        00012500
      *****************************************************************
      * LOAD THE STRATTAB RULES.  WITH NO RULES ON FILE EVERY ACCOUNT
      * IS GIVEN THE STANDARD PATH.
      *****************************************************************
       1100-LOAD-RULES.
           MOVE 0 TO WS-RULE-CNT.
           OPEN INPUT STRATTAB-FILE.
           IF NOT TR-OK GO TO 1100-EXIT.
           PERFORM 1110-LOAD-RULE THRU 1110-EXIT
               UNTIL NOT TR-OK OR WS-RULE-CNT = 50.
           CLOSE STRATTAB-FILE.
       1100-EXIT.
           EXIT.
       1110-LOAD-RULE.
           READ STRATTAB-FILE NEXT RECORD
               AT END MOVE '10' TO WS-TR-STATUS.
           PERFORM 9870-CK-STRATTAB THRU 9870-EXIT.
           IF NOT TR-OK GO TO 1110-EXIT.
           IF TR-SCORE-LO NOT NUMERIC OR TR-SCORE-HI NOT NUMERIC
               OR TR-BAL-LO NOT NUMERIC OR TR-BAL-HI NOT NUMERIC
               OR TR-CHAL-PCT NOT NUMERIC
               GO TO 1110-EXIT.
           ADD 1 TO WS-RULE-CNT.
           MOVE TR-RULE TO RX-RULE (WS-RULE-CNT).
           MOVE TR-BUCKET TO RX-BUCKET (WS-RULE-CNT).
           MOVE TR-SCORE-LO TO RX-SCORE-LO (WS-RULE-CNT).
           MOVE TR-SCORE-HI TO RX-SCORE-HI (WS-RULE-CNT).
           MOVE TR-BAL-LO TO RX-BAL-LO (WS-RULE-CNT).
           MOVE TR-BAL-HI TO RX-BAL-HI (WS-RULE-CNT).
           MOVE TR-HIST TO RX-HIST (WS-RULE-CNT).
           MOVE TR-CHAMP-PATH TO RX-CHAMP-PATH (WS-RULE-CNT).
           MOVE TR-CHAL-PATH TO RX-CHAL-PATH (WS-RULE-CNT).
           MOVE TR-CHAL-PCT TO RX-CHAL-PCT (WS-RULE-CNT).
       1110-EXIT.
           EXIT.                                                        00012500
       2000-PROCESS-RECORD.                                             00012600
           ADD 1 TO WS-ACCT-CNT.                                        00012700
           PERFORM 2200-AGE-ACCOUNT THRU 2200-EXIT.                     00012800
               READ COLLWK-FILE
                   INVALID KEY MOVE '23' TO WS-COLLWK-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF COLLWK-FOUND
                   DELETE COLLWK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM 9840-CK-DELETE THRU 9850-EXIT
               END-IF
               GO TO 2000-READ-SKIP.
      *    SO DOES NOTICE THAT THE CUSTOMER HAS DIED.
           IF DECEDO = 'D'
               ADD 1 TO WS-DECD-CNT
               MOVE ACCTDO TO CW-ACCT
               READ COLLWK-FILE
                   INVALID KEY MOVE '23' TO WS-COLLWK-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF COLLWK-FOUND
                   DELETE COLLWK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM 9840-CK-DELETE THRU 9850-EXIT
               END-IF
               GO TO 2000-READ-SKIP.
      *    A CEASE-CONTACT ORDER REMOVES THE ACCOUNT FROM THE QUEUE
               READ COLLWK-FILE
                   INVALID KEY MOVE '23' TO WS-COLLWK-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF COLLWK-FOUND
                   DELETE COLLWK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM 9840-CK-DELETE THRU 9850-EXIT
               END-IF
               GO TO 2000-READ-SKIP.
      *    AN ACCOUNT ON A CURRENT PAYMENT PLAN IS NOT WORKED FROM
           MOVE ACCTDO TO PP-ACCT.
           READ PAYPLAN-FILE
               INVALID KEY MOVE '23' TO WS-PLAN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PLAN-FOUND AND PP-ACTIVE
               ADD 1 TO WS-ONPLAN-CNT
               MOVE ACCTDO TO CW-ACCT
               READ COLLWK-FILE
                   INVALID KEY MOVE '23' TO WS-COLLWK-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF COLLWK-FOUND
                   DELETE COLLWK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM 9840-CK-DELETE THRU 9850-EXIT
               END-IF
               GO TO 2000-READ-SKIP.
      *    A WRITTEN DISPUTE OF THE DEBT RECEIVED WITHIN THE
      *    VALIDATION WINDOW PAUSES COLLECTION UNTIL ACCT107 HAS
      *    MAILED THE VERIFICATION; THE ENTRY COMES OFF UNTIL THEN.
           MOVE ACCTDO TO VN-ACCT.
           READ VALNOTE-FILE
               INVALID KEY MOVE '23' TO WS-VN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF VN-FOUND AND VN-PAUSES-COLLECTION
               ADD 1 TO WS-VALPAUSE-CNT
               MOVE ACCTDO TO CW-ACCT
               READ COLLWK-FILE
                   INVALID KEY MOVE '23' TO WS-COLLWK-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF COLLWK-FOUND
                   DELETE COLLWK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM 9840-CK-DELETE THRU 9850-EXIT
               END-IF
               GO TO 2000-READ-SKIP.
           MOVE ACCTDO TO CW-ACCT.                                      00012900
           READ COLLWK-FILE                                             00013000
               INVALID KEY CONTINUE                                     00013100
           END-READ.                                                    00013200
           PERFORM 9810-CK-READ THRU 9850-EXIT.
      *    A LETTER-ONLY STRATEGY KEEPS THE ACCOUNT OFF THE QUEUE; THE
      *    DUNNING LETTERS AND THE VALIDATION NOTICE STILL GO OUT.
           PERFORM 2900-ASSIGN-STRATEGY THRU 2900-EXIT.
           IF WS-PATH = 'L' AND IS-DELQ
               IF COLLWK-FOUND
                   DELETE COLLWK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM 9840-CK-DELETE THRU 9850-EXIT
               END-IF
               IF NOT VN-FOUND
                   PERFORM 2800-OPEN-VALIDATION THRU 2800-EXIT
               END-IF
               ADD 1 TO WS-LETTER-CNT
               GO TO 2000-READ-SKIP.
           IF COLLWK-FOUND                                              00013300
               PERFORM 2300-EXISTING-ENTRY THRU 2300-EXIT               00013400
           ELSE                                                         00013500
       2100-READ-ACCTFIL.                                               00014100
           READ ACCT-MASTER NEXT RECORD                                 00014200
               AT END MOVE 'Y' TO WS-EOF-SW.                            00014300
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00014400
           EXIT.                                                        00014500
       2150-WINDOW-YEAR.                                                00014600
           EXIT.                                                        00015100
       2200-AGE-ACCOUNT.                                                00015200
           MOVE 'N' TO WS-DELQ-SW.                                      00015300
           MOVE 0 TO WS-AGE-MOS.
           MOVE SPACES TO WS-BUCKET.                                    00015400
           MOVE 0 TO WS-BAL-AMT-N.                                      00015500
           IF BAL (1) NOT NUMERIC OR BAL (1) NOT > 0                    00015600
           IF WS-TODAY-DD < BDAY (1)                                    00016400
               SUBTRACT 1 FROM WS-AGE-MOS.                              00016500
           IF WS-AGE-MOS < 2 GO TO 2200-EXIT.                           00016600
      *    A BALANCE WHOLLY UNDER OPEN BILLING DISPUTE IS NOT TREATED
      *    AS DELINQUENT.  CW-BAL STILL CARRIES THE FULL BALANCE SO
      *    PROMISES ARE SCORED AGAINST WHAT WAS OWED WHEN MADE.
           PERFORM 2700-SUM-DISPUTES THRU 2700-EXIT.
           IF WS-BAL-AMT-N NOT > WS-DISP-AMT-N
               ADD 1 TO WS-DISP-CNT
               GO TO 2200-EXIT.
           MOVE 'Y' TO WS-DELQ-SW.                                      00016700
           IF WS-AGE-MOS < 3                                            00016800
               MOVE '60' TO WS-BUCKET                                   00016900
               DELETE COLLWK-FILE                                       00018400
                   INVALID KEY CONTINUE                                 00018500
               END-DELETE                                               00018600
               PERFORM 9840-CK-DELETE THRU 9850-EXIT
               ADD 1 TO WS-REMOVED-CNT                                  00018700
               GO TO 2300-EXIT.                                         00018800
           IF CW-PROMISE                                                00018900
           MOVE WS-BAL-ED TO CW-BAL.                                    00020500
           REWRITE COLLWK-REC                                           00020600
               INVALID KEY CONTINUE.                                    00020700
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-QUEUE-CNT.                                       00020800
       2300-EXIT.                                                       00020900
           EXIT.                                                        00021000
           MOVE SPACES TO CW-PROM-AMT, CW-OPID.                         00024300
           WRITE COLLWK-REC                                             00024400
               INVALID KEY CONTINUE.                                    00024500
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-NEW-CNT.                                         00024600
           IF NOT VN-FOUND
               PERFORM 2800-OPEN-VALIDATION THRU 2800-EXIT.
           ADD 1 TO WS-QUEUE-CNT.                                       00024700
       2400-EXIT.                                                       00024800
           EXIT.                                                        00024900
                   WS-CMP-YY * 10000 + WS-CMP-MM * 100 + WS-CMP-DD.     00026900
       2600-EXIT.                                                       00027000
           EXIT.                                                        00027100
      *****************************************************************
      * THE AMOUNT UNDER OPEN BILLING DISPUTES ON THE ACCOUNT - EVERY
      * DISPUTE CASE FOR IT STILL OPENED OR ACKNOWLEDGED ON THE AC33
      * CASE FILE.
      *****************************************************************
       2700-SUM-DISPUTES.
           MOVE 0 TO WS-DISP-AMT-N.
           MOVE ACCTDO TO DP-ACCT.
           MOVE 0 TO DP-SEQ.
           START DISPUTE-FILE KEY NOT < DP-KEY
               INVALID KEY GO TO 2700-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2710-SUM-CASE THRU 2710-EXIT
               UNTIL NOT DISPUTE-OK OR DP-ACCT NOT = ACCTDO.
       2700-EXIT.
           EXIT.
       2710-SUM-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END MOVE '10' TO WS-DISPUTE-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT DISPUTE-OK OR DP-ACCT NOT = ACCTDO
               GO TO 2710-EXIT.
           IF NOT DP-IS-OPEN GO TO 2710-EXIT.
           MOVE DP-AMT TO WS-AMT-X.
           PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT.
           IF NOT AMT-BAD
               ADD WS-AMT-VAL-N TO WS-DISP-AMT-N.
       2710-EXIT.
           EXIT.
      *****************************************************************
      * THE ACCOUNT'S FIRST ENTRY INTO COLLECTIONS: OPEN ITS VALNOTE
      * RECORD SO ACCT107 MAILS THE VALIDATION NOTICE TONIGHT.
      *****************************************************************
       2800-OPEN-VALIDATION.
           MOVE SPACES TO VALNOTE-REC.
           MOVE ACCTDO TO VN-ACCT.
           MOVE 'P' TO VN-STATUS.
           MOVE WS-TODAY-FULL TO VN-ENTER-DATE.
           MOVE 'ACCT17' TO VN-ENTER-PGM.
           MOVE ZERO TO VN-NOTICE-DATE, VN-WINDOW-END, VN-ITEM-DATE,
               VN-ITEM-BAL, VN-INTEREST, VN-FEES, VN-CHARGES,
               VN-CREDITS, VN-CURR-BAL, VN-DISP-DATE, VN-APPR-DATE,
               VN-VERIFY-DATE.
           WRITE VALNOTE-REC
               INVALID KEY GO TO 2800-EXIT.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-VALNEW-CNT.
       2800-EXIT.
           EXIT.
      *****************************************************************
      * THE ACCOUNT'S COLLECTIONS TREATMENT STRATEGY.  THE BUCKET IS
      * '30' FOR AN ACCOUNT ONE MONTH PAST DUE, OTHERWISE THE QUEUE
      * BUCKET.  AN ACCOUNT NO LONGER PAST DUE ENDS ITS EPISODE; ONE
      * STILL IN THE SAME BUCKET KEEPS ITS PATH; ONE THAT HAS MOVED
      * BUCKET IS MATCHED TO THE RULES AGAIN WITH ITS EPISODE'S DRAW;
      * A NEW EPISODE DRAWS ITS NUMBER AND IS MATCHED.
      *****************************************************************
       2900-ASSIGN-STRATEGY.
           MOVE SPACE TO WS-PATH.
           MOVE SPACES TO WS-STRAT-BKT.
           IF WS-AGE-MOS = 1
               MOVE '30' TO WS-STRAT-BKT.
           IF IS-DELQ
               MOVE WS-BUCKET TO WS-STRAT-BKT.
           MOVE ACCTDO TO SA-ACCT.
           READ STRATASG-FILE
               INVALID KEY MOVE '23' TO WS-SA-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF WS-STRAT-BKT = SPACES
               IF SA-FOUND AND SA-ACTIVE
                   MOVE 'E' TO SA-STATUS
                   MOVE WS-TODAY-FULL TO SA-END-DATE
                   REWRITE STRATASG-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   PERFORM 9830-CK-REWRITE THRU 9850-EXIT
                   ADD 1 TO WS-ENDED-CNT
               END-IF
               GO TO 2900-EXIT.
           IF SA-FOUND AND SA-ACTIVE AND SA-BUCKET = WS-STRAT-BKT
               MOVE SA-PATH TO WS-PATH
               GO TO 2900-EXIT.
           IF SA-FOUND AND SA-ACTIVE
               MOVE SA-DRAW TO WS-DRAW
               PERFORM 2910-MATCH-RULE THRU 2910-EXIT
               MOVE WS-STRAT-BKT TO SA-BUCKET
               MOVE WS-TODAY-FULL TO SA-PATH-DATE
               REWRITE STRATASG-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               MOVE SA-PATH TO WS-PATH
               ADD 1 TO WS-REASSIGN-CNT
               GO TO 2900-EXIT.
           COMPUTE WS-SEED-WORK = WS-SEED * 31821 + 13849.
           DIVIDE WS-SEED-WORK BY 1000000
               GIVING WS-SEED-QUOT REMAINDER WS-SEED.
           COMPUTE WS-DRAW = WS-SEED / 10000.
           MOVE SPACES TO STRATASG-REC.
           MOVE ACCTDO TO SA-ACCT.
           MOVE 'A' TO SA-STATUS.
           MOVE WS-DRAW TO SA-DRAW.
           PERFORM 2910-MATCH-RULE THRU 2910-EXIT.
           MOVE WS-STRAT-BKT TO SA-BUCKET, SA-ENTRY-BKT.
           MOVE WS-BAL-AMT-N TO SA-ENTRY-BAL.
           MOVE SCOREDO TO SA-SCORE.
           MOVE WS-TODAY-FULL TO SA-ASSIGN-DATE, SA-PATH-DATE.
           MOVE 0 TO SA-END-DATE.
           IF SA-FOUND
               REWRITE STRATASG-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               WRITE STRATASG-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SA-PATH TO WS-PATH.
           ADD 1 TO WS-ASSIGN-CNT.
           IF SA-CHALLENGER
               ADD 1 TO WS-CHAL-CNT.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * THE FIRST RULE THAT FITS THE ACCOUNT SETS SA-RULE, SA-GROUP
      * AND SA-PATH; NONE FITTING GIVES THE STANDARD PATH.
      *****************************************************************
       2910-MATCH-RULE.
           MOVE 0 TO WS-SCORE-N.
           IF SCOREDO NUMERIC
               MOVE SCOREDO TO WS-SCORE-N.
           MOVE WS-BAL-AMT-N TO WS-BAL-DOLLARS.
           MOVE 'N' TO WS-BROKE-SW, WS-PLACED-SW.
           IF COLLWK-FOUND AND CW-PROMISE-BROKEN
               MOVE 'Y' TO WS-BROKE-SW.
           MOVE ACCTDO TO AP-ACCT.
           READ AGYPLACE-FILE
               INVALID KEY MOVE '23' TO WS-AP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF AP-FOUND
               MOVE 'Y' TO WS-PLACED-SW.
           MOVE 0 TO WS-RULE-HIT.
           PERFORM 2920-TRY-RULE THRU 2920-EXIT
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RULE-CNT OR WS-RULE-HIT > 0.
           IF WS-RULE-HIT = 0
               MOVE SPACES TO SA-RULE
               MOVE 'C' TO SA-GROUP
               MOVE 'S' TO SA-PATH
               GO TO 2910-EXIT.
           MOVE RX-RULE (WS-RULE-HIT) TO SA-RULE.
           IF WS-DRAW < RX-CHAL-PCT (WS-RULE-HIT)
               MOVE 'H' TO SA-GROUP
               MOVE RX-CHAL-PATH (WS-RULE-HIT) TO SA-PATH
           ELSE
               MOVE 'C' TO SA-GROUP
               MOVE RX-CHAMP-PATH (WS-RULE-HIT) TO SA-PATH.
       2910-EXIT.
           EXIT.
       2920-TRY-RULE.
           IF RX-BUCKET (WS-RX) NOT = '**'
               AND RX-BUCKET (WS-RX) NOT = WS-STRAT-BKT
               GO TO 2920-EXIT.
           IF WS-SCORE-N < RX-SCORE-LO (WS-RX)
               GO TO 2920-EXIT.
           IF RX-SCORE-HI (WS-RX) > 0
               AND WS-SCORE-N > RX-SCORE-HI (WS-RX)
               GO TO 2920-EXIT.
           IF WS-BAL-DOLLARS < RX-BAL-LO (WS-RX)
               GO TO 2920-EXIT.
           IF RX-BAL-HI (WS-RX) > 0
               AND WS-BAL-DOLLARS > RX-BAL-HI (WS-RX)
               GO TO 2920-EXIT.
           IF RX-HIST (WS-RX) = 'B' AND WS-BROKE-SW NOT = 'Y'
               GO TO 2920-EXIT.
           IF RX-HIST (WS-RX) = 'P' AND WS-PLACED-SW NOT = 'Y'
               GO TO 2920-EXIT.
           IF RX-HIST (WS-RX) = 'N'
               AND (WS-BROKE-SW = 'Y' OR WS-PLACED-SW = 'Y')
               GO TO 2920-EXIT.
           MOVE WS-RX TO WS-RULE-HIT.
       2920-EXIT.
           EXIT.
       9000-TERMINATE.                                                  00027200
           MOVE SPACES TO SUMMARY-LINE.                                 00027300
           MOVE 'ACCOUNTS READ:              ' TO SUM-LABEL.            00027400
           MOVE 'SKIPPED, BANKRUPTCY:        ' TO SUM-LABEL.
           MOVE WS-BANK-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, DECEASED:          ' TO SUM-LABEL.
           MOVE WS-DECD-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT DELINQUENT, IN DISPUTE: ' TO SUM-LABEL.
           MOVE WS-DISP-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'VALIDATION NOTICES OPENED:  ' TO SUM-LABEL.
           MOVE WS-VALNEW-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REMOVED, DEBT DISPUTED:     ' TO SUM-LABEL.
           MOVE WS-VALPAUSE-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'STRATEGIES ASSIGNED:        ' TO SUM-LABEL.
           MOVE WS-ASSIGN-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH CHALLENGER:      ' TO SUM-LABEL.
           MOVE WS-CHAL-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'STRATEGIES RE-MATCHED:      ' TO SUM-LABEL.
           MOVE WS-REASSIGN-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'STRATEGIES ENDED:           ' TO SUM-LABEL.
           MOVE WS-ENDED-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT QUEUED, LETTER ONLY:    ' TO SUM-LABEL.
           MOVE WS-LETTER-CNT TO SUM-CNT.
           WRITE COLL-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCT-MASTER, COLLWK-FILE, COLL-REPORT-FILE,
               PAYPLAN-FILE, DISPUTE-FILE, VALNOTE-FILE,
               STRATASG-FILE, AGYPLACE-FILE.
       9000-EXIT.                                                       00029600
           EXIT.                                                        00029700
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
       9840-CK-DELETE.
           MOVE 'DELETE' TO ABL-FUNCTION.
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
           MOVE WS-COLLWK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COLLWK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CW-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PLAN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYPLAN' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PP-ACCT TO ABL-KEY
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
           MOVE WS-VN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'VALNOTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE VN-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STRATASG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SA-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-AP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AGYPLACE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AP-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTCLRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE COLL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT17' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
      *****************************************************************
      * STRATTAB MAY NOT BE THERE, SO ITS OPEN IS TESTED WHERE IT IS
      * OPENED AND IT IS LEFT OUT OF 9850-CK-FILES.  ONCE IT IS OPEN,
      * A HARD STATUS ON A READ ENDS THE RUN THE SAME WAY.
      *****************************************************************
       9870-CK-STRATTAB.
           MOVE WS-TR-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9870-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'STRATTAB' TO ABL-FILE-NAME.
           MOVE 'V' TO ABL-FILE-ORG.
           MOVE TR-RULE TO ABL-KEY.
           GO TO 9860-ABEND.
       9870-EXIT.
           EXIT.
