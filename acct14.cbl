                BALANCE DATE IS LEFT ALONE SO AGING IS NOT RESET),      00001200
                RECORDED AS A TYPE 'C' PAYHIST ENTRY SO IT SHOWS IN     00001300
                THE PAYMENT HISTORY, AND PRINTED ON AN ASSESSMENT       00001400
                REGISTER WITH TOTALS BY BUCKET.  AN AMOUNT UNDER AN
                OPEN BILLING DISPUTE (THE AC33 DISPUTE FILE) IS LEFT
                OUT OF THE BALANCE THE CHARGE IS FIGURED ON.  NO
                CHARGE IS MADE ON A DECEASED CUSTOMER (DECEDO 'D').
                WHILE A SERVICEMEMBER'S ACTIVE-DUTY PERIOD ON THE
                MILSVC FILE IS IN FORCE THE BUCKET RATE IS HELD TO
                THE 6 PERCENT A YEAR CAP, AND THE CHARGE FORGONE IS
                KEPT ON THE PERIOD'S ROW FOR THE ACCT95 REPORT.  A RATE
                CHANGE ENTERED AHEAD OF TIME ON RATEFIL IS USED ONLY
                FROM ITS EFFECTIVE DATE, AND ONLY ONCE ACCT115 HAS
                MAILED THE CHANGE-IN-TERMS NOTICE FOR IT; UNTIL THEN
                THE OLD RATE IS CHARGED.  THE CHARGE IS FIGURED ON
                THE PRINCIPAL PART OF THE BALANCE ONLY (THE BALCOMP
                SPLIT), NOT ON EARLIER FINANCE CHARGES OR FEES, AND IS
                ADDED TO THE FINANCE-CHARGE PART.
       ENVIRONMENT DIVISION.                                            00001600
       INPUT-OUTPUT SECTION.                                            00001700
       FILE-CONTROL.                                                    00001800
               ACCESS MODE IS SEQUENTIAL                                00002100
               RECORD KEY IS ACCTDO                                     00002200
               FILE STATUS IS WS-ACCTFIL-STATUS.                        00002300
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT RATE-FILE ASSIGN TO RATEFIL                           00002400
               ORGANIZATION IS INDEXED                                  00002500
               ACCESS MODE IS RANDOM                                    00002600
               ACCESS MODE IS DYNAMIC                                   00003600
               RECORD KEY IS PH-KEY                                     00003700
               FILE STATUS IS WS-PAYHIST-STATUS.                        00003800
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT MILSVC-FILE ASSIGN TO MILSVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT ASSESS-REPORT-FILE ASSIGN TO ACCTASRP                 00003900
               FILE STATUS IS WS-RPT-STATUS.                            00004000
       DATA DIVISION.                                                   00004100
           RECORDING MODE F.                                            00004400
       01  ACCTREC.                                                     00004500
           COPY ACCTREC.                                                00004600
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  RATE-FILE                                                    00004700
           RECORDING MODE F.                                            00004800
       01  RATE-REC.                                                    00004900
           COPY RATEFIL.
       FD  ACCTLOCK-FILE                                                00005200
           RECORDING MODE F.                                            00005300
       01  ACCTLOCK-REC.                                                00005400
           RECORDING MODE F.                                            00005700
       01  PAYHIST-REC.                                                 00005800
           COPY PAYHIST.                                                00005900
       FD  DISPUTE-FILE
           RECORDING MODE F.
       01  DISPUTE-REC.
           COPY DISPUTE.
       FD  MILSVC-FILE
           RECORDING MODE F.
       01  MILSVC-REC.
           COPY MILSVC.
       FD  ASSESS-REPORT-FILE                                           00006000
           RECORDING MODE F.                                            00006100
       01  ASSESS-RPT-REC              PIC X(100).                      00006200
           02  WS-PHFAIL-CNT           PIC S9(7) COMP-3 VALUE 0.        00008200
           02  WS-SKIP-LOCK-CNT        PIC S9(7) COMP-3 VALUE 0.        00008300
           02  WS-BANK-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DISPUTE-STATUS       PIC XX VALUE SPACES.
               88  DISPUTE-OK              VALUE '00'.
           02  WS-DISP-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DISPRED-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-DISP-EXCL-AMT        PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-MS-STATUS            PIC XX VALUE SPACES.
               88  MILSVC-OK               VALUE '00'.
           02  WS-MIL-SW               PIC X VALUE 'N'.
               88  MIL-COVERED             VALUE 'Y'.
           02  WS-MIL-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-MIL-FORGONE-AMT      PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-RUN-CYCLE            PIC X VALUE SPACE.
           02  WS-ACCT-CYCLE           PIC X VALUE SPACE.
           02  WS-OTHCYC-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
           02  WS-NOPRIN-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-LOCK-STATUS          PIC XX VALUE SPACES.             00008400
               88  LOCK-FOUND              VALUE '00'.                  00008500
           02  WS-LOCK-BUSY-SW         PIC X VALUE 'N'.                 00008600
       01  WS-BAL-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.     00011900
       01  WS-RATE-N                   PIC S9(6)V99 COMP-3 VALUE 0.     00012000
       01  WS-CHARGE-N                 PIC S9(6)V99 COMP-3 VALUE 0.     00012100
       01  WS-DISP-AMT-N               PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-BASE-AMT-N               PIC S9(6)V99 COMP-3 VALUE 0.
      *    6 PERCENT A YEAR IS ONE-TWELFTH OF THAT A MONTH.  THE CAP
      *    IS FIXED BY STATUTE, NOT A RATEFIL ROW.
       01  WS-MIL-CAP-N                PIC S9(6)V99 COMP-3 VALUE 0.50.
       01  WS-FULL-CHG-N               PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-FORGONE-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.
       01  WS-AMT-ED                   PIC ZZZZ9.99.                    00012200
       01  CALENDAR-LINK.                                               00012300
           02  CAL-FUNCTION-CD         PIC X.                           00012400
           02  RPT-CHARGE              PIC ZZZZZ9.99.                   00015300
           02  FILLER                  PIC X(2) VALUE SPACES.           00015400
           02  RPT-NEW-BAL             PIC ZZZZZ9.99.                   00015500
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-PRIN                PIC ZZZZZ9.99-.
           02  FILLER                  PIC X(29) VALUE SPACES.
       01  SUMMARY-LINE.                                                00015700
           02  SUM-LABEL               PIC X(25).                       00015800
           02  SUM-CNT                 PIC ZZZZZZ9.                     00015900
           02  FILLER                  PIC X(3) VALUE SPACES.           00016000
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99.              00016100
           02  FILLER                  PIC X(51) VALUE SPACES.          00016200
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00016300
       0000-MAIN.                                                       00016400
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00016500
           OPEN INPUT RATE-FILE.                                        00017200
           OPEN I-O PAYHIST-FILE.                                       00017300
           OPEN INPUT ACCTLOCK-FILE.                                    00017400
           OPEN INPUT DISPUTE-FILE.
           OPEN I-O MILSVC-FILE.
           OPEN I-O BALCOMP-FILE.
           OPEN OUTPUT ASSESS-REPORT-FILE.                              00017500
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-NOW-DAY FROM DAY.                                  00017600
           ACCEPT WS-NOW-HMS FROM TIME.                                 00017700
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.                      00017800
                   100000 + WS-NOW-YY * 1000 + WS-NOW-DDD.              00018300
                                                                        00018400
           WRITE ASSESS-RPT-REC FROM HEADER-LINE.                       00018500
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.                            00018700
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.                     00018800
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.                          00018900
           COMPUTE WS-CUR-MOS = WS-CUR-CCYY * 12 + WS-TODAY-MM.         00019000
           COMPUTE WS-RUN-DATE = WS-CUR-CCYY * 10000
               + WS-TODAY-MM * 100 + WS-TODAY-DD.
           COMPUTE WS-RUN-PERIOD = WS-CUR-CCYY * 100 + WS-TODAY-MM.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00019100
       1000-EXIT.                                                       00019200
           EXIT.                                                        00019300
       2100-READ-ACCTFIL.                                               00020900
           READ ACCT-MASTER NEXT RECORD                                 00021000
               AT END MOVE 'Y' TO WS-EOF-SW.                            00021100
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00021200
           EXIT.                                                        00021300
       2150-WINDOW-YEAR.                                                00021400
           IF BANKDO = 'B'
               ADD 1 TO WS-BANK-CNT
               GO TO 2200-EXIT.
      *    A DECEASED CUSTOMER'S BALANCE IS FROZEN AT THE NOTICE FOR
      *    THE CLAIM AGAINST THE ESTATE.
           IF DECEDO = 'D'
               ADD 1 TO WS-DECD-CNT
               GO TO 2200-EXIT.
      *    THE CHARGE IS FIGURED ON PRINCIPAL ONLY - NEVER ON PAST
      *    FINANCE CHARGES OR FEES.  THE BALCOMP SPLIT IS BROUGHT
      *    UP TO THE BALANCE FIRST.
           MOVE 'S' TO BCL-FUNCTION.
           MOVE WS-BAL-AMT-N TO BCL-OLD-BAL.
           MOVE 0 TO BCL-AMT.
           PERFORM 2900-POST-COMPONENTS THRU 2900-EXIT.
           IF BCL-PRIN NOT > 0
               ADD 1 TO WS-NOPRIN-CNT
               GO TO 2200-EXIT.
      *    WHATEVER IS UNDER AN OPEN BILLING DISPUTE IS NOT CHARGED
      *    ON; A BALANCE WHOLLY IN DISPUTE IS NOT CHARGED AT ALL.
           PERFORM 2800-SUM-DISPUTES THRU 2800-EXIT.
           COMPUTE WS-BASE-AMT-N = BCL-PRIN - WS-DISP-AMT-N.
           IF WS-BASE-AMT-N NOT > 0
               ADD 1 TO WS-DISP-CNT
               GO TO 2200-EXIT.
           MOVE BYR (1) TO WS-WINDOW-YY.                                00022100
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.                     00022200
           MOVE WS-WINDOW-CCYY TO WS-BAL-CCYY.                          00022300
           PERFORM 2250-GET-RATE THRU 2250-EXIT.                        00025900
           IF WS-RATE-N = 0 GO TO 2200-EXIT.                            00026000
           COMPUTE WS-CHARGE-N ROUNDED =                                00026100
               WS-BASE-AMT-N * WS-RATE-N / 100.
           MOVE 0 TO WS-FORGONE-N.
           PERFORM 2700-CK-MILITARY THRU 2700-EXIT.
           IF MIL-COVERED AND WS-RATE-N > WS-MIL-CAP-N
               MOVE WS-CHARGE-N TO WS-FULL-CHG-N
               MOVE WS-MIL-CAP-N TO WS-RATE-N
               COMPUTE WS-CHARGE-N ROUNDED =
                   WS-BASE-AMT-N * WS-RATE-N / 100
               COMPUTE WS-FORGONE-N = WS-FULL-CHG-N - WS-CHARGE-N.
           IF WS-CHARGE-N NOT > 0 GO TO 2200-EXIT.                      00026300
           IF WS-DISP-AMT-N > 0
               ADD 1 TO WS-DISPRED-CNT
               ADD WS-DISP-AMT-N TO WS-DISP-EXCL-AMT.
           ADD 1 TO WS-ASSESS-CNT.                                      00026400
           MOVE ACCTDO TO RPT-ACCTC.                                    00026500
           MOVE WS-BAL-AMT-N TO RPT-OLD-BAL.                            00026600
           MOVE BCL-PRIN TO RPT-PRIN.
           MOVE WS-RATE-N TO RPT-RATE.                                  00026700
           MOVE WS-CHARGE-N TO RPT-CHARGE.                              00026800
           ADD WS-CHARGE-N TO WS-BAL-AMT-N.                             00026900
           MOVE 'N' TO WS-RW-BAD-SW.                                    00027200
           REWRITE ACCTREC                                              00027300
               INVALID KEY MOVE 'Y' TO WS-RW-BAD-SW.                    00027400
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RW-BAD                                                    00027500
               MOVE 'NOT APPLIED' TO RPT-BUCKET                         00027600
               SUBTRACT 1 FROM WS-ASSESS-CNT                            00027700
               WRITE ASSESS-RPT-REC FROM RPT-LINE                       00027800
               GO TO 2200-EXIT.                                         00027900
           PERFORM 2300-ADD-PAYHIST THRU 2300-EXIT.                     00028000
           MOVE 'I' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = WS-BAL-AMT-N - WS-CHARGE-N.
           MOVE WS-CHARGE-N TO BCL-AMT.
           PERFORM 2900-POST-COMPONENTS THRU 2900-EXIT.
           IF WS-FORGONE-N > 0
               PERFORM 2750-POST-FORGONE THRU 2750-EXIT.
           IF PH-WRITE-BAD                                              00028100
               MOVE 'NOT IN HIST' TO RPT-BUCKET                         00028200
               ADD 1 TO WS-PHFAIL-CNT.                                  00028300
      * THE MONTHLY PERCENTAGE RATE FOR THE BUCKET COMES FROM THE       00029900
      * RATEFIL FILE, IN THE SAME '  999.99' DISPLAY FORM AS EVERY      00030000
      * OTHER AMOUNT.  NO RECORD, OR AN UNUSABLE RATE, MEANS NO         00030100
      * CHARGE FOR THAT BUCKET.  A NOTICED CHANGE WHOSE EFFECTIVE
      * DATE HAS COME REPLACES THE OLD RATE.
      ***************************************************************** 00030300
       2250-GET-RATE.                                                   00030400
           MOVE 0 TO WS-RATE-N.                                         00030500
           MOVE WS-BUCKET-CODE TO RATE-KEY.                             00030600
           READ RATE-FILE                                               00030700
               INVALID KEY GO TO 2250-EXIT.                             00030800
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF RATE-FOUND                                                00030900
               MOVE RATE-PCT TO WS-AMT-X                                00031000
               IF RATE-NOTICED AND RATE-EFF-DATE-N NUMERIC
                   AND WS-RUN-DATE >= RATE-EFF-DATE-N
                   MOVE RATE-NEW-PCT TO WS-AMT-X
               END-IF
               PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT                  00031100
               IF NOT AMT-BAD                                           00031200
                   MOVE WS-AMT-VAL-N TO WS-RATE-N.                      00031300
           MOVE 1 TO PH-SEQ.                                            00032000
           START PAYHIST-FILE KEY NOT < PH-KEY                          00032100
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.                       00032200
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK                                                00032300
               PERFORM 2310-SCAN-PAYHIST THRU 2310-EXIT                 00032400
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.        00032500
           MOVE 'A' TO PH-SRC.
           WRITE PAYHIST-REC                                            00033400
               INVALID KEY MOVE 'Y' TO WS-PH-BAD-SW.                    00033500
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2300-EXIT.                                                       00033600
           EXIT.                                                        00033700
       2310-SCAN-PAYHIST.                                               00033800
           READ PAYHIST-FILE NEXT RECORD                                00033900
               AT END MOVE '10' TO WS-PAYHIST-STATUS.                   00034000
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = ACCTDO                           00034100
               MOVE PH-SEQ TO WS-LAST-SEQ.                              00034200
       2310-EXIT.                                                       00034300
           MOVE 'N' TO WS-LOCK-BUSY-SW.                                 00036600
           READ ACCTLOCK-FILE                                           00036700
               INVALID KEY GO TO 2600-EXIT.                             00036800
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LOCK-FOUND GO TO 2600-EXIT.                           00036900
           MOVE LK-TIME TO WS-LK-TIME.                                  00037000
           MOVE LK-DATE TO WS-LK-DATE.                                  00037100
               MOVE 'Y' TO WS-LOCK-BUSY-SW.                             00037900
       2600-EXIT.                                                       00038000
           EXIT.                                                        00038100
      *****************************************************************
      * THE AMOUNT UNDER OPEN BILLING DISPUTES ON THE ACCOUNT - EVERY
      * DISPUTE CASE FOR IT STILL OPENED OR ACKNOWLEDGED ON THE AC33
      * CASE FILE.
      *****************************************************************
       2800-SUM-DISPUTES.
           MOVE 0 TO WS-DISP-AMT-N.
           MOVE ACCTDO TO DP-ACCT.
           MOVE 0 TO DP-SEQ.
           START DISPUTE-FILE KEY NOT < DP-KEY
               INVALID KEY GO TO 2800-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2810-SUM-CASE THRU 2810-EXIT
               UNTIL NOT DISPUTE-OK OR DP-ACCT NOT = ACCTDO.
       2800-EXIT.
           EXIT.
       2810-SUM-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END MOVE '10' TO WS-DISPUTE-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT DISPUTE-OK OR DP-ACCT NOT = ACCTDO
               GO TO 2810-EXIT.
           IF NOT DP-IS-OPEN GO TO 2810-EXIT.
           MOVE DP-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF NOT AMT-BAD
               ADD WS-AMT-VAL-N TO WS-DISP-AMT-N.
       2810-EXIT.
           EXIT.
      *****************************************************************
      * WHETHER A SERVICEMEMBER'S ACTIVE-DUTY PERIOD IS IN FORCE ON
      * THE RUN DATE - NOT WITHDRAWN, BEGUN, AND NOT YET ENDED (AN
      * END OF ZERO MEANS STILL SERVING).  THE COVERING ROW IS LEFT
      * AS THE CURRENT RECORD FOR 2750-POST-FORGONE.
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
           IF MS-WITHDRAWN OR MS-START > WS-RUN-DATE
               GO TO 2710-EXIT.
           IF MS-END NOT = 0 AND MS-END < WS-RUN-DATE
               GO TO 2710-EXIT.
           MOVE 'Y' TO WS-MIL-SW.
       2710-EXIT.
           EXIT.
      *****************************************************************
      * THE CHARGE FORGONE UNDER THE CAP GOES ON THE PERIOD'S ROW -
      * THE MONTH'S FIGURE STARTS OVER WHEN THE MONTH CHANGES - AND
      * INTO THE REGISTER TOTALS.
      *****************************************************************
       2750-POST-FORGONE.
           IF MS-FC-PERIOD NOT = WS-RUN-PERIOD
               MOVE WS-RUN-PERIOD TO MS-FC-PERIOD
               MOVE 0 TO MS-FC-FORGONE-MO.
           ADD WS-FORGONE-N TO MS-FC-FORGONE-MO.
           ADD WS-FORGONE-N TO MS-FC-FORGONE-TOT.
           REWRITE MILSVC-REC
               INVALID KEY MOVE '23' TO WS-MS-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-MIL-CNT.
           ADD WS-FORGONE-N TO WS-MIL-FORGONE-AMT.
       2750-EXIT.
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
       9000-TERMINATE.                                                  00038200
           MOVE SPACES TO SUMMARY-LINE.                                 00038300
           MOVE 'ACCOUNTS READ:           ' TO SUM-LABEL.               00038400
           MOVE WS-BANK-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE ASSESS-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, DECEASED:       ' TO SUM-LABEL.
           MOVE WS-DECD-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE ASSESS-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, ALL IN DISPUTE: ' TO SUM-LABEL.
           MOVE WS-DISP-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE ASSESS-RPT-REC FROM SUMMARY-LINE.
           MOVE 'DISPUTED AMT EXCLUDED:   ' TO SUM-LABEL.
           MOVE WS-DISPRED-CNT TO SUM-CNT.
           MOVE WS-DISP-EXCL-AMT TO SUM-AMT.
           WRITE ASSESS-RPT-REC FROM SUMMARY-LINE.
           MOVE 'MILITARY CAP, FORGONE:   ' TO SUM-LABEL.
           MOVE WS-MIL-CNT TO SUM-CNT.
           MOVE WS-MIL-FORGONE-AMT TO SUM-AMT.
           WRITE ASSESS-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, NO PRINCIPAL:   ' TO SUM-LABEL.
           MOVE WS-NOPRIN-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE ASSESS-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, OTHER CYCLE:    ' TO SUM-LABEL.
           MOVE WS-OTHCYC-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           MOVE 0 TO SUM-AMT.                                           00041000
           WRITE ASSESS-RPT-REC FROM SUMMARY-LINE.                      00041100
           CLOSE ACCT-MASTER, RATE-FILE, PAYHIST-FILE,                  00041200
               ASSESS-REPORT-FILE, ACCTLOCK-FILE,
               DISPUTE-FILE, MILSVC-FILE, BALCOMP-FILE.
       9000-EXIT.                                                       00041400
           EXIT.                                                        00041500
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
           MOVE WS-RATE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RATEFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RATE-KEY TO ABL-KEY
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
           MOVE WS-DISPUTE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DISPUTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DP-KEY TO ABL-KEY
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
               MOVE 'ACCTASRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ASSESS-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT14' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
