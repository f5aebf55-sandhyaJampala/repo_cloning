                CARD AND DEFAULTS TO THE RUN MONTH.  THE HASH TOTAL     00001200
                CARRIED ON EACH DOCUMENT IS THE CLOSING BALANCE IN      00001300
                CENTS.                                                  00001400
                EVERY STATEMENT ALSO CARRIES A SECOND PAGE, THE
                PAYMENT COUPON, SHOWING THE MINIMUM PAYMENT DUE BY
                THE DUE DATE: THE GREATER OF THE FLOOR AMOUNT AND
                THE PERCENTAGE OF THE BALANCE (BOTH FROM THE
                PARAMETER CARD), PLUS ANY PART OF LAST CYCLE'S
                MINIMUM THE CYCLE'S PAYMENTS DID NOT COVER.  THE
                FIGURES ARE KEPT PER ACCOUNT AND PERIOD ON MINPAY,
                AND LAST CYCLE'S ROW IS SETTLED MET OR PAST DUE.
                WHILE A SERVICEMEMBER'S ACTIVE-DUTY PERIOD ON THE
                MILSVC FILE IS IN FORCE, THE FINANCE CHARGES ON THE
                STATEMENT ARE THE CAPPED ONES ACCT14 ASSESSED, AND THE
                LEGEND (ACCTMSG 307) TELLS THE CUSTOMER THE RATE IS
                HELD TO 6 PERCENT A YEAR.  THE COUPON (AND THE
                ELECTRONIC EXTRACT) BREAKS THE BALANCE INTO PRINCIPAL,
                FINANCE CHARGES AND FEES FROM THE BALCOMP SPLIT.
                THE STATEMENT MESSAGES AND INSERTS ARE TARGETED BY
                THE STMTMSG RULES (AC12 FILE 'SM'): EVERY RULE IN
                FORCE ON THE STATEMENT DATE WHOSE CYCLE, AGING
                BUCKET, STATE, LANGUAGE, SPECIAL CODE AND SCORE RANGE
                FIT THE ACCOUNT ADDS ITS ACCTMSG TEXT TO A MESSAGE
                PAGE (PAGE 3, UP TO THREE MESSAGES) AND ITS INSERT
                CODE TO THE XRXDOC UNIQUE KEY (UP TO FIVE), WHERE THE
                PRINT VENDOR PICKS UP THE INSERTS AND MXBPB510 COUNTS
                THEM.  THE ELECTRONIC EXTRACT CARRIES BOTH.
                THE PAPER STATEMENTS OF A HOUSEHOLD (HHXREF) GOING TO
                THE SAME ADDRESS IN EFFECT SHARE ONE ENVELOPE: THEIR
                UNIQUE KEY CARRIES THE HOUSEHOLD ID AND AN ADDRESS
                GROUP INSTEAD OF THE ACCOUNT, WHICH IS THE ENVELOPE
                KEY THE ACCT66 PRESORT AND MXBPB510 WORK FROM.  A
                MEMBER WHO OPTED OUT ON AC28 IS MAILED SEPARATELY.
                THE ENVELOPES SAVED ARE COUNTED FOR THE RUN.
       ENVIRONMENT DIVISION.                                            00001500
       INPUT-OUTPUT SECTION.                                            00001600
       FILE-CONTROL.                                                    00001700
               ACCESS MODE IS SEQUENTIAL                                00002200
               RECORD KEY IS ACCTDO                                     00002300
               FILE STATUS IS WS-ACCTFIL-STATUS.                        00002400
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST                        00002500
               ORGANIZATION IS INDEXED                                  00002600
               ACCESS MODE IS DYNAMIC                                   00002700
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMSG-KEY
               FILE STATUS IS WS-LANG-STATUS.
           SELECT STMTMSG-FILE ASSIGN TO STMTMSG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-RULE
               FILE STATUS IS WS-SM-STATUS.
           SELECT HHXREF-FILE ASSIGN TO HHXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-ACCT
               FILE STATUS IS WS-HX-STATUS.
           SELECT ESTMT-FILE ASSIGN TO ESTMT
               FILE STATUS IS WS-EST-STATUS.
           SELECT MINPAY-FILE ASSIGN TO MINPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MP-STATUS.
           SELECT MILSVC-FILE ASSIGN TO MILSVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT XEROX-DOC-FILE ASSIGN TO XRXSTMT                      00003500
               FILE STATUS IS WS-DOC-STATUS.                            00003600
       DATA DIVISION.                                                   00003700
      *        THE BILLING CYCLE ('1'-'4') TO STATEMENT TONIGHT;
      *        BLANK RUNS THE WHOLE FILE THE WAY IT ALWAYS DID.
           05  PARM-CYCLE              PIC X.
      *        THE MINIMUM-PAYMENT FLOOR AND THE PERCENTAGE OF THE
      *        BALANCE, BOTH IN THE '  999.99' FORM; BLANK TAKES THE
      *        HOUSE DEFAULTS OF 25.00 AND 2 PERCENT.
           05  PARM-MIN-FLOOR          PIC X(8).
           05  PARM-MIN-PCT            PIC X(8).
           05  FILLER                  PIC X(58).
       FD  ACCT-MASTER                                                  00004600
           RECORDING MODE F.                                            00004700
       01  ACCTREC.                                                     00004800
           COPY ACCTREC.                                                00004900
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  PAYHIST-FILE                                                 00005000
           RECORDING MODE F.                                            00005100
       01  PAYHIST-REC.                                                 00005200
               10  ES-MM               PIC 9(2).
               10  ES-YY               PIC 9(2).
           05  ES-TEXT                 PIC X(225).
           05  ES-MIN-DUE              PIC X(8).
           05  ES-PAST-DUE             PIC X(8).
           05  ES-PRIN                 PIC X(9).
           05  ES-FIN                  PIC X(9).
           05  ES-FEES                 PIC X(9).
           05  ES-MESSAGES             PIC X(210).
           05  ES-INSERTS              PIC X(10).
       FD  CORRHIST-FILE
           RECORDING MODE F.
       01  CORRHIST-REC.
           RECORDING MODE F.
       01  AMSG-REC.
           COPY ACCTMSG.
       FD  STMTMSG-FILE
           RECORDING MODE F.
       01  STMTMSG-REC.
           COPY STMTMSG.
       FD  MINPAY-FILE
           RECORDING MODE F.
       01  MINPAY-REC.
           COPY MINPAY.
       FD  MILSVC-FILE
           RECORDING MODE F.
       01  MILSVC-REC.
           COPY MILSVC.
       FD  HHXREF-FILE
           RECORDING MODE F.
       01  HHXREF-REC.
           COPY HHXREF.
       WORKING-STORAGE SECTION.                                         00006200
       01  MISC.                                                        00006300
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.             00006400
           02  WS-ACT-CHG-N            PIC S9(7)V99 COMP-3 VALUE 0.     00008400
           02  WS-ACT-ADJ-N            PIC S9(7)V99 COMP-3 VALUE 0.
           02  WS-ADJ-RSN              PIC X VALUE SPACE.
           02  WS-MP-STATUS            PIC XX VALUE SPACES.
               88  MP-FOUND                VALUE '00'.
           02  WS-MIN-FLOOR-N          PIC S9(6)V99 COMP-3 VALUE 25.
           02  WS-MIN-PCT-N            PIC S9(3)V99 COMP-3 VALUE 2.
           02  WS-CUR-MIN-N            PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-PAST-DUE-N           PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-MIN-DUE-N            PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-PRIOR-MIN-N          PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-MIN-ED               PIC ZZZZ9.99.
           02  WS-PERIOD               PIC 9(6) VALUE 0.
           02  WS-PRIOR-PERIOD         PIC 9(6) VALUE 0.
           02  WS-DUE-DATE8            PIC 9(8) VALUE 0.
           02  WS-TODAY-MMDDYY         PIC 9(6) VALUE 0.
           02  WS-PASTDUE-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-MINDUE-TOT           PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-MP-RERUN-SW          PIC X VALUE 'N'.
               88  MP-RERUN                VALUE 'Y'.
           02  WS-MP-KEEP.
               04  WS-MP-KEEP-PAID     PIC X(8).
               04  WS-MP-KEEP-STATUS   PIC X.
               04  WS-MP-KEEP-SETTLE   PIC 9(6).
               04  WS-MP-KEEP-FEE-SW   PIC X.
           02  WS-MS-STATUS            PIC XX VALUE SPACES.
               88  MILSVC-OK               VALUE '00'.
           02  WS-MIL-SW               PIC X VALUE 'N'.
               88  MIL-COVERED             VALUE 'Y'.
           02  WS-MIL-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
           02  WS-MIL-DATE             PIC 9(8) VALUE 0.
           02  WS-SM-STATUS            PIC XX VALUE SPACES.
               88  SM-OK                   VALUE '00'.
           02  WS-SM-CNT               PIC S9(4) COMP VALUE +0.
           02  WS-SX                   PIC S9(4) COMP VALUE +0.
           02  WS-IX                   PIC S9(4) COMP VALUE +0.
           02  WS-MSG-CNT              PIC S9(4) COMP VALUE +0.
           02  WS-INS-CNT              PIC S9(4) COMP VALUE +0.
           02  WS-SEL-DATE             PIC 9(8) VALUE 0.
           02  WS-SEL-BKT              PIC X(2) VALUE SPACES.
           02  WS-SEL-STATE            PIC X(2) VALUE SPACES.
           02  WS-SEL-SCORE-N          PIC 9(3) VALUE 0.
           02  WS-SCAN                 PIC S9(4) COMP VALUE +0.
           02  WS-DIGITS               PIC S9(4) COMP VALUE +0.
           02  WS-AGE-MOS              PIC S9(4) COMP VALUE +0.
           02  WS-CUR-MOS              PIC S9(7) COMP-3 VALUE 0.
           02  WS-BAL-MOS              PIC S9(7) COMP-3 VALUE 0.
           02  WS-MSGPG-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-INSERT-TOT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-HX-STATUS            PIC XX VALUE SPACES.
               88  HX-FOUND                VALUE '00'.
           02  WS-EV-SUB               PIC S9(4) COMP VALUE +0.
           02  WS-EV-FOUND             PIC S9(4) COMP VALUE +0.
           02  WS-EV-GRP               PIC 9(2) VALUE 0.
           02  WS-ENV-SAVED            PIC S9(7) COMP-3 VALUE 0.
           02  WS-ENV-ADDR.
               04  WS-ENV-ADDR1        PIC X(24).
               04  WS-ENV-ADDR2        PIC X(24).
               04  WS-ENV-ADDR3        PIC X(16).
      *    THE STMTMSG RULES, LOADED IN KEY ORDER AT THE START OF THE
      *    RUN.
       01  SMSG-TABLE.
           02  SMSG-ENTRY OCCURS 100 TIMES.
               04  SX-EFF-FROM         PIC 9(8).
               04  SX-EFF-TO           PIC 9(8).
               04  SX-CYCLE            PIC X.
               04  SX-BUCKET           PIC X(2).
               04  SX-STATE            PIC X(2).
               04  SX-LANG             PIC X.
               04  SX-SCODE            PIC X.
               04  SX-SCORE-LO         PIC 9(3).
               04  SX-SCORE-HI         PIC 9(3).
               04  SX-MSG-NO           PIC 9(4).
               04  SX-INSERT           PIC X(2).
      *    THE HOUSEHOLD ENVELOPES OPENED SO FAR THIS RUN - ONE PER
      *    HOUSEHOLD AND ADDRESS IN EFFECT, NUMBERED WITHIN THE
      *    HOUSEHOLD.
       01  ENV-TABLE.
           02  ENV-ENTRY OCCURS 2000 TIMES.
               04  EV-HHID             PIC X(5).
               04  EV-ADDR             PIC X(64).
               04  EV-GROUP            PIC 9(2).
           02  EV-USED                 PIC S9(4) COMP VALUE 0.
      *    THE INSERT CODES PICKED FOR THE CURRENT STATEMENT.
       01  SEL-INSERTS.
           02  SEL-INSERT              PIC X(2) OCCURS 5 TIMES.
       01  WS-CH-NOW-DAY.
           02  WS-CH-NOW-YY            PIC 9(2).
           02  WS-CH-NOW-DDD           PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STX-LEGEND              PIC X(30).
           05  FILLER                  PIC X(5) VALUE SPACES.
      *    PAGE 2 OF THE STATEMENT - THE PAYMENT COUPON.
       01  COUPON-TEXT.
           05  CPX-NAME.
               10  CPX-FNAME           PIC X(7).
               10  FILLER              PIC X VALUE SPACE.
               10  CPX-SNAME           PIC X(12).
           05  FILLER                  PIC X(9) VALUE ' ACCOUNT '.
           05  CPX-ACCT                PIC X(5).
           05  FILLER                  PIC X(9) VALUE ' BALANCE '.
           05  CPX-BAL                 PIC ZZZZ9.99.
           05  FILLER                  PIC X(13) VALUE ' CURRENT MIN '.
           05  CPX-CUR-MIN             PIC ZZZZ9.99.
           05  FILLER                  PIC X(10) VALUE ' PAST DUE '.
           05  CPX-PAST-DUE            PIC ZZZZ9.99.
           05  FILLER                  PIC X(13) VALUE ' MINIMUM DUE '.
           05  CPX-MIN-DUE             PIC ZZZZ9.99.
           05  FILLER                  PIC X(8) VALUE ' PAY BY '.
           05  CPX-PAYBY               PIC X(10).
      *    THE BALANCE BROKEN INTO PRINCIPAL, FINANCE CHARGES AND
      *    FEES FROM BALCOMP.  A PAYMENT PAYS FEES FIRST, THEN
      *    FINANCE CHARGES, THEN PRINCIPAL.
           05  FILLER                  PIC X(11) VALUE ' PRINCIPAL '.
           05  CPX-PRIN                PIC ZZZZ9.99-.
           05  FILLER                  PIC X(9) VALUE ' FIN CHG '.
           05  CPX-FIN                 PIC ZZZZ9.99-.
           05  FILLER                  PIC X(6) VALUE ' FEES '.
           05  CPX-FEES                PIC ZZZZ9.99-.
           05  FILLER                  PIC X(43) VALUE SPACES.
      *    PAGE 3 OF THE STATEMENT - THE TARGETED MESSAGES, PRINTED
      *    ONLY WHEN AT LEAST ONE STMTMSG RULE SUPPLIED TEXT.
       01  MESSAGE-TEXT.
           05  MGX-LINES.
               10  MGX-LINE            PIC X(70) OCCURS 3 TIMES.
           05  FILLER                  PIC X(15).
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00012400
       0000-MAIN.                                                       00012500
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00012600
           PERFORM 9000-TERMINATE THRU 9000-EXIT.                       00012900
           STOP RUN.                                                    00013000
       1000-INITIALIZE.                                                 00013100
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           OPEN INPUT PARM-FILE.                                        00013300
           MOVE SPACES TO PARM-REC.                                     00013400
           READ PARM-FILE                                               00013500
               MOVE WS-TODAY-YY TO WS-STMT-YY.                          00014300
           IF PARM-CYCLE >= '1' AND PARM-CYCLE <= '4'
               MOVE PARM-CYCLE TO WS-RUN-CYCLE.
           IF PARM-MIN-FLOOR NOT = SPACES
               MOVE PARM-MIN-FLOOR TO WS-AMT-X
               PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT
               IF NOT AMT-BAD
                   MOVE WS-AMT-VAL-N TO WS-MIN-FLOOR-N.
           IF PARM-MIN-PCT NOT = SPACES
               MOVE PARM-MIN-PCT TO WS-AMT-X
               PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT
               IF NOT AMT-BAD AND WS-AMT-VAL-N < 100
                   MOVE WS-AMT-VAL-N TO WS-MIN-PCT-N.
           PERFORM 1100-SET-DUE-DATE THRU 1100-EXIT.
           PERFORM 1200-SET-PERIODS THRU 1200-EXIT.
           IF WS-TODAY-YY > 50                                          00014400
               COMPUTE WS-DOC-CCYY = 1900 + WS-TODAY-YY                 00014500
           ELSE                                                         00014600
           OPEN OUTPUT ESTMT-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN INPUT ACCTMSG-FILE.
           OPEN I-O MINPAY-FILE.
           OPEN INPUT MILSVC-FILE.
           OPEN INPUT BALCOMP-FILE.
           OPEN INPUT HHXREF-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-DOC-DATE TO WS-MIL-DATE.
           MOVE WS-DOC-DATE TO WS-SEL-DATE.
           COMPUTE WS-CUR-MOS = WS-DOC-CCYY * 12 + WS-DOC-MM.
           PERFORM 1300-LOAD-MESSAGES THRU 1300-EXIT.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
           MOVE CAL-DATE-1 (5:2) TO WS-DUE-E-MM.
           MOVE CAL-DATE-1 (7:2) TO WS-DUE-E-DD.
           MOVE CAL-DATE-1 (1:4) TO WS-DUE-E-CCYY.
           MOVE CAL-DATE-1 TO WS-DUE-DATE8.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * THE MINPAY KEYS FOR THIS STATEMENT PERIOD AND THE ONE BEFORE
      * IT (CCYYMM), AND TODAY AS MMDDYY FOR THE SETTLEMENT STAMP.
      *****************************************************************
       1200-SET-PERIODS.
           IF WS-STMT-YY > 50
               COMPUTE WS-PERIOD = (1900 + WS-STMT-YY) * 100
                   + WS-STMT-MM
           ELSE
               COMPUTE WS-PERIOD = (2000 + WS-STMT-YY) * 100
                   + WS-STMT-MM.
           IF WS-STMT-MM = 1
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 100 + 11
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1.
           COMPUTE WS-TODAY-MMDDYY = WS-TODAY-MM * 10000
               + WS-TODAY-DD * 100 + WS-TODAY-YY.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * LOAD THE STMTMSG RULES.  WITH NO RULES ON FILE A STATEMENT
      * CARRIES NO MESSAGE PAGE AND NO INSERTS, AS BEFORE.
      *****************************************************************
       1300-LOAD-MESSAGES.
           MOVE 0 TO WS-SM-CNT.
           OPEN INPUT STMTMSG-FILE.
           IF NOT SM-OK GO TO 1300-EXIT.
           PERFORM 1310-LOAD-MESSAGE THRU 1310-EXIT
               UNTIL NOT SM-OK OR WS-SM-CNT = 100.
           CLOSE STMTMSG-FILE.
       1300-EXIT.
           EXIT.
       1310-LOAD-MESSAGE.
           READ STMTMSG-FILE NEXT RECORD
               AT END MOVE '10' TO WS-SM-STATUS.
           PERFORM 9870-CK-STMTMSG THRU 9870-EXIT.
           IF NOT SM-OK GO TO 1310-EXIT.
           IF SM-EFF-FROM NOT NUMERIC OR SM-EFF-TO NOT NUMERIC
               OR SM-SCORE-LO NOT NUMERIC OR SM-SCORE-HI NOT NUMERIC
               OR SM-MSG-NO NOT NUMERIC
               GO TO 1310-EXIT.
           IF SM-EFF-TO NOT = 0 AND SM-EFF-TO < WS-SEL-DATE
               GO TO 1310-EXIT.
           ADD 1 TO WS-SM-CNT.
           MOVE SM-EFF-FROM TO SX-EFF-FROM (WS-SM-CNT).
           MOVE SM-EFF-TO TO SX-EFF-TO (WS-SM-CNT).
           MOVE SM-CYCLE TO SX-CYCLE (WS-SM-CNT).
           MOVE SM-BUCKET TO SX-BUCKET (WS-SM-CNT).
           MOVE SM-STATE TO SX-STATE (WS-SM-CNT).
           MOVE SM-LANG TO SX-LANG (WS-SM-CNT).
           MOVE SM-SCODE TO SX-SCODE (WS-SM-CNT).
           MOVE SM-SCORE-LO TO SX-SCORE-LO (WS-SM-CNT).
           MOVE SM-SCORE-HI TO SX-SCORE-HI (WS-SM-CNT).
           MOVE SM-MSG-NO TO SX-MSG-NO (WS-SM-CNT).
           MOVE SM-INSERT TO SX-INSERT (WS-SM-CNT).
       1310-EXIT.
           EXIT.
       2000-PROCESS-RECORD.                                             00015800
           ADD 1 TO WS-ACCT-CNT.                                        00015900
           IF WS-RUN-CYCLE NOT = SPACE
                   GO TO 2000-EXIT
               END-IF
           END-IF.
      *    A MAIL-BLOCKED ACCOUNT GETS NO STATEMENT BUT STILL OWES A
      *    MINIMUM, SO ITS MINPAY ROW IS KEPT UP ALL THE SAME.
           IF MAILFLDO = 'R'                                            00016000
               ADD 1 TO WS-MAILBLK-CNT                                  00016100
               PERFORM 2200-SUM-PERIOD THRU 2200-EXIT
               IF BAL (1) NUMERIC
                   MOVE BAL (1) TO WS-BAL-AMT-N
               ELSE
                   MOVE 0 TO WS-BAL-AMT-N
               END-IF
               PERFORM 2500-SET-MINIMUM THRU 2500-EXIT
               PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT                 00016200
               GO TO 2000-EXIT.                                         00016300
           PERFORM 2200-SUM-PERIOD THRU 2200-EXIT.                      00016400
       2100-READ-ACCTFIL.                                               00016900
           READ ACCT-MASTER NEXT RECORD                                 00017000
               AT END MOVE 'Y' TO WS-EOF-SW.                            00017100
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00017200
           EXIT.                                                        00017300
       2200-SUM-PERIOD.                                                 00017400
           MOVE 1 TO PH-SEQ.                                            00017700
           START PAYHIST-FILE KEY NOT < PH-KEY                          00017800
               INVALID KEY GO TO 2200-EXIT.                             00017900
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2210-SUM-ENTRY THRU 2210-EXIT                        00018000
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.            00018100
       2200-EXIT.                                                       00018200
       2210-SUM-ENTRY.                                                  00018400
           READ PAYHIST-FILE NEXT RECORD                                00018500
               AT END MOVE '10' TO WS-PAYHIST-STATUS.                   00018600
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO                    00018700
               GO TO 2210-EXIT.                                         00018800
           IF PH-MO NOT = WS-STMT-MM OR PH-YR NOT = WS-STMT-YY          00018900
           MOVE PH-AMT TO WS-AMT-X.                                     00019100
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.                     00019200
           IF AMT-BAD GO TO 2210-EXIT.                                  00019300
           IF PH-IS-PAYMENT OR PH-IS-XFER-IN
               ADD 1 TO WS-ACT-CNT
               ADD WS-AMT-VAL-N TO WS-ACT-PAY-N
               GO TO 2210-EXIT.
      *    A PAYMENT MOVED AWAY ON AC44 COMES OFF THE PAYMENTS LINE.
           IF PH-IS-XFER-OUT
               ADD 1 TO WS-ACT-CNT
               SUBTRACT WS-AMT-VAL-N FROM WS-ACT-PAY-N
               GO TO 2210-EXIT.                                         00019700
      *    THE SCHEDULED LATE, OVER-LIMIT AND ANNUAL FEES AND THE
      *    LEGAL COSTS PRINT WITH THE FINANCE CHARGES ON THE CHARGES
      *    LINE.
           IF PH-IS-CHARGE OR PH-IS-SCHED-FEE OR PH-IS-LEGAL-COST
               ADD 1 TO WS-ACT-CNT                                      00019900
               ADD WS-AMT-VAL-N TO WS-ACT-CHG-N                         00020000
               GO TO 2210-EXIT.
               MOVE BAL (1) TO WS-BAL-AMT-N                             00020500
           ELSE                                                         00020600
               MOVE 0 TO WS-BAL-AMT-N.                                  00020700
           PERFORM 2870-CK-MILITARY THRU 2870-EXIT.
           IF MIL-COVERED
               ADD 1 TO WS-MIL-CNT
               MOVE 307 TO WS-LEG-MSGNO
               MOVE 'SERVICEMEMBER RATE CAP 6% APR' TO WS-LEG-DEFAULT
           ELSE
               MOVE 301 TO WS-LEG-MSGNO
               MOVE 'MONTHLY ACCOUNT STATEMENT' TO WS-LEG-DEFAULT.
           PERFORM 2850-SET-LANGUAGE THRU 2850-EXIT.
           PERFORM 2500-SET-MINIMUM THRU 2500-EXIT.
           PERFORM 2890-GET-COMPONENTS THRU 2890-EXIT.
           PERFORM 2900-SELECT-MESSAGES THRU 2900-EXIT.
           MOVE BCL-PRIN TO CPX-PRIN.
           MOVE BCL-FIN TO CPX-FIN.
           MOVE BCL-FEES TO CPX-FEES.
           MOVE SPACES TO XRXDOC-REC.                                   00020800
           MOVE 'ST' TO XRX-SPECIAL-HANDLING.                           00020900
           MOVE 'ACSTMT01' TO XRX-FORM-NAME.                            00021000
           MOVE '0' TO XRX-CUST-NO (1:1).                               00021400
           MOVE ZERO TO XRX-CUST-LOC-NO.                                00021500
           MOVE ACCTDO TO XRX-UNIQUE-KEY.                               00021600
           MOVE SEL-INSERTS TO XRX-INSERT-CODES.
           COMPUTE WS-HASH-N = WS-BAL-AMT-N * 100.                      00021700
           MOVE WS-HASH-N TO XRX-HASH-TOTAL.                            00021800
           MOVE 1 TO XRX-PAGE-NO.                                       00021900
               MOVE WS-STMT-MM TO ES-MM
               MOVE WS-STMT-YY TO ES-YY
               MOVE STMT-TEXT TO ES-TEXT
               MOVE WS-MIN-DUE-N TO WS-MIN-ED
               MOVE WS-MIN-ED TO ES-MIN-DUE
               MOVE WS-PAST-DUE-N TO WS-MIN-ED
               MOVE WS-MIN-ED TO ES-PAST-DUE
               MOVE CPX-PRIN TO ES-PRIN
               MOVE CPX-FIN TO ES-FIN
               MOVE CPX-FEES TO ES-FEES
               MOVE MGX-LINES TO ES-MESSAGES
               MOVE SEL-INSERTS TO ES-INSERTS
               WRITE ESTMT-REC
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               ADD 1 TO WS-ELEC-CNT
               ADD 1 TO WS-STMT-CNT
               MOVE STMT-TEXT TO XRX-TEXT
               PERFORM 2800-LOG-CORR THRU 2800-EXIT
               GO TO 2300-EXIT.
           PERFORM 2960-SET-ENVELOPE THRU 2960-EXIT.
           MOVE STMT-TEXT TO XRX-TEXT.                                  00023000
           WRITE XRXDOC-REC.                                            00023100
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2800-LOG-CORR THRU 2800-EXIT.
           PERFORM 2350-WRITE-COUPON THRU 2350-EXIT.
           IF WS-MSG-CNT > 0
               PERFORM 2360-WRITE-MESSAGES THRU 2360-EXIT.
           ADD WS-INS-CNT TO WS-INSERT-TOT.
           ADD 1 TO WS-STMT-CNT.                                        00023200
       2300-EXIT.                                                       00023300
           EXIT.                                                        00023400
      *****************************************************************
      * THE PAYMENT COUPON RIDES AS PAGE 2 OF THE SAME DOCUMENT (SAME
      * DOCUMENT AND ENVELOPE KEYS, SO MXBPB510 COUNTS ONE MORE PAGE,
      * NOT ANOTHER DOCUMENT) WITH A ZERO HASH, SO THE DOCUMENT'S
      * CONTROL TOTAL STAYS THE CLOSING BALANCE.
      *****************************************************************
       2350-WRITE-COUPON.
           MOVE FNAMEDO TO CPX-FNAME.
           MOVE SNAMEDO TO CPX-SNAME.
           MOVE ACCTDO TO CPX-ACCT.
           MOVE WS-BAL-AMT-N TO CPX-BAL.
           MOVE WS-CUR-MIN-N TO CPX-CUR-MIN.
           MOVE WS-PAST-DUE-N TO CPX-PAST-DUE.
           MOVE WS-MIN-DUE-N TO CPX-MIN-DUE.
           MOVE WS-DUE-EDIT TO CPX-PAYBY.
           MOVE ZERO TO XRX-HASH-TOTAL.
           MOVE 2 TO XRX-PAGE-NO.
           MOVE COUPON-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2350-EXIT.
           EXIT.
      *****************************************************************
      * THE TARGETED MESSAGES RIDE AS PAGE 3 OF THE SAME DOCUMENT, WITH
      * A ZERO HASH, THE SAME WAY AS THE COUPON.
      *****************************************************************
       2360-WRITE-MESSAGES.
           MOVE ZERO TO XRX-HASH-TOTAL.
           MOVE 3 TO XRX-PAGE-NO.
           MOVE MESSAGE-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-MSGPG-CNT.
       2360-EXIT.
           EXIT.
      *****************************************************************
      * THE MINIMUM PAYMENT FOR THE CYCLE.  LAST CYCLE'S ROW IS
      * SETTLED FIRST: THE PAYMENTS POSTED IN THIS STATEMENT PERIOD
      * GO AGAINST ITS MINIMUM, AND WHATEVER THEY LEAVE UNPAID IS
      * CARRIED FORWARD AS PAST DUE.  THIS CYCLE'S OWN MINIMUM IS THE
      * PERCENTAGE OF THE BALANCE, NEVER LESS THAN THE FLOOR, AND
      * THE TOTAL DUE NEVER MORE THAN THE BALANCE ITSELF.  A CREDIT
      * OR ZERO BALANCE OWES NOTHING.
      *****************************************************************
       2500-SET-MINIMUM.
           MOVE 0 TO WS-CUR-MIN-N, WS-PAST-DUE-N, WS-MIN-DUE-N.
           PERFORM 2510-SETTLE-PRIOR THRU 2510-EXIT.
           IF WS-BAL-AMT-N NOT > 0
               MOVE 0 TO WS-PAST-DUE-N
               GO TO 2500-WRITE.
           COMPUTE WS-CUR-MIN-N ROUNDED =
               WS-BAL-AMT-N * WS-MIN-PCT-N / 100.
           IF WS-CUR-MIN-N < WS-MIN-FLOOR-N
               MOVE WS-MIN-FLOOR-N TO WS-CUR-MIN-N.
           IF WS-PAST-DUE-N > WS-BAL-AMT-N
               MOVE WS-BAL-AMT-N TO WS-PAST-DUE-N.
           IF WS-CUR-MIN-N + WS-PAST-DUE-N > WS-BAL-AMT-N
               COMPUTE WS-CUR-MIN-N = WS-BAL-AMT-N - WS-PAST-DUE-N.
           COMPUTE WS-MIN-DUE-N = WS-CUR-MIN-N + WS-PAST-DUE-N.
      *    A RERUN OF THE CYCLE FINDS ITS OWN ROW ALREADY ON FILE.  THE
      *    STATEMENT FIGURES ARE REFRESHED, BUT WHAT HAS HAPPENED TO THE
      *    ROW SINCE - THE PAYMENTS AGAINST IT, ITS SETTLEMENT AND THE
      *    ACCT83 LATE-FEE CHECK - IS KEPT, SO A RERUN NEVER RE-OPENS A
      *    MINIMUM THAT HAS BEEN CHARGED A LATE FEE, SETTLED OR DRAWN BY
      *    AUTOPAY.
       2500-WRITE.
           MOVE 'N' TO WS-MP-RERUN-SW.
           MOVE ACCTDO TO MP-ACCT.
           MOVE WS-PERIOD TO MP-PERIOD.
           READ MINPAY-FILE
               INVALID KEY MOVE '23' TO WS-MP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF MP-FOUND
               MOVE 'Y' TO WS-MP-RERUN-SW
               MOVE MP-PAID-AMT TO WS-MP-KEEP-PAID
               MOVE MP-STATUS TO WS-MP-KEEP-STATUS
               MOVE MP-SETTLE-DATE TO WS-MP-KEEP-SETTLE
               MOVE MP-FEE-SW TO WS-MP-KEEP-FEE-SW.
           MOVE SPACES TO MINPAY-REC.
           MOVE ACCTDO TO MP-ACCT.
           MOVE WS-PERIOD TO MP-PERIOD.
           MOVE CYCLEDO TO MP-CYCLE.
           IF MP-CYCLE = SPACE
               MOVE '1' TO MP-CYCLE.
           MOVE WS-TODAY-MMDDYY TO MP-STMT-DATE.
           MOVE WS-BAL-AMT-N TO WS-MIN-ED.
           MOVE WS-MIN-ED TO MP-STMT-BAL.
           MOVE WS-CUR-MIN-N TO WS-MIN-ED.
           MOVE WS-MIN-ED TO MP-CUR-MIN.
           MOVE WS-PAST-DUE-N TO WS-MIN-ED.
           MOVE WS-MIN-ED TO MP-PAST-DUE.
           MOVE WS-MIN-DUE-N TO WS-MIN-ED.
           MOVE WS-MIN-ED TO MP-MIN-DUE.
           MOVE WS-DUE-DATE8 TO MP-DUE-DATE.
           MOVE 0 TO WS-MIN-ED.
           MOVE WS-MIN-ED TO MP-PAID-AMT.
           MOVE 0 TO MP-SETTLE-DATE.
           IF MP-RERUN
               MOVE WS-MP-KEEP-PAID TO MP-PAID-AMT
               MOVE WS-MP-KEEP-STATUS TO MP-STATUS
               MOVE WS-MP-KEEP-SETTLE TO MP-SETTLE-DATE
               MOVE WS-MP-KEEP-FEE-SW TO MP-FEE-SW.
      *    A ZERO MINIMUM IS MET THE MOMENT IT IS STATED.
           IF WS-MIN-DUE-N = 0 AND MP-OPEN
               MOVE 'M' TO MP-STATUS
               MOVE WS-TODAY-MMDDYY TO MP-SETTLE-DATE.
           IF MP-RERUN
               REWRITE MINPAY-REC
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               WRITE MINPAY-REC
               PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD WS-MIN-DUE-N TO WS-MINDUE-TOT.
       2500-EXIT.
           EXIT.
       2510-SETTLE-PRIOR.
           MOVE ACCTDO TO MP-ACCT.
           MOVE WS-PRIOR-PERIOD TO MP-PERIOD.
           READ MINPAY-FILE
               INVALID KEY MOVE '23' TO WS-MP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT MP-FOUND GO TO 2510-EXIT.
           MOVE MP-MIN-DUE TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF AMT-BAD GO TO 2510-EXIT.
           MOVE WS-AMT-VAL-N TO WS-PRIOR-MIN-N.
           IF WS-ACT-PAY-N < WS-PRIOR-MIN-N
               COMPUTE WS-PAST-DUE-N = WS-PRIOR-MIN-N - WS-ACT-PAY-N
               MOVE 'P' TO MP-STATUS
               ADD 1 TO WS-PASTDUE-CNT
           ELSE
               MOVE 'M' TO MP-STATUS.
           MOVE WS-ACT-PAY-N TO WS-MIN-ED.
           MOVE WS-MIN-ED TO MP-PAID-AMT.
           MOVE WS-TODAY-MMDDYY TO MP-SETTLE-DATE.
           REWRITE MINPAY-REC.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       2510-EXIT.
           EXIT.
      ***************************************************************** 00023500
      * THE MAILING ADDRESS IN EFFECT ON THE PROCESSING DATE - THE      00023600
      * ACCTALT ALTERNATE WHEN ITS SEASONAL MMDD RANGE (WHICH MAY       00023700
           MOVE ACCTDO TO AA-ACCT.                                      00024400
           READ ACCTALT-FILE                                            00024500
               INVALID KEY GO TO 2700-EXIT.                             00024600
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ALT-FOUND GO TO 2700-EXIT.                            00024700
           IF AA-FROM-MMDD NOT NUMERIC OR AA-TO-MMDD NOT NUMERIC        00024800
               GO TO 2700-EXIT.                                         00024900
      *****************************************************************
      * EVERY DOCUMENT WRITTEN TO THE XEROX STREAM IS LOGGED TO THE
      * CORRESPONDENCE HISTORY WITH ITS FORM, HANDLING CODE AND THE
      * ARCHIVED PAGE TEXT, FOR THE AC26 BROWSE AND REPRINTS - ONCE,
      * FROM ITS FIRST PAGE.  AN ELECTRONIC STATEMENT IS LOGGED THE
      * SAME WAY BUT AS 'E', SINCE THE PRINT VENDOR NEVER CONFIRMS IT.
      *****************************************************************
       2800-LOG-CORR.
           MOVE ACCTDO TO CH-ACCT.
           MOVE XRX-FORM-NAME TO CH-FORM.
           MOVE XRX-SPECIAL-HANDLING TO CH-HANDLING.
           MOVE XRX-TEXT TO CH-TEXT.
           MOVE XRX-DATE TO CH-DOC-DATE.
           MOVE ZERO TO CH-MAIL-DATE.
           MOVE 'W' TO CH-MAIL-STAT.
           IF EDELDO = 'E'
               MOVE 'E' TO CH-MAIL-STAT.
           WRITE CORRHIST-REC
               INVALID KEY ADD 1 TO WS-CH-SEQN.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2800-EXIT.
           EXIT.
      *****************************************************************
           MOVE WS-LEG-MSGNO TO AMSG-NO.
           READ ACCTMSG-FILE
               INVALID KEY MOVE '23' TO WS-LANG-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF LANG-MSG-FOUND
               MOVE AMSG-TEXT (1:30) TO WS-LEGEND
               GO TO 2850-EXIT.
               READ ACCTMSG-FILE
                   INVALID KEY MOVE '23' TO WS-LANG-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF LANG-MSG-FOUND
                   MOVE AMSG-TEXT (1:30) TO WS-LEGEND
               END-IF
               MOVE 'S' TO XRX-FORM-NAME (8:1).
       2860-EXIT.
           EXIT.
      *****************************************************************
      * WHETHER A SERVICEMEMBER'S ACTIVE-DUTY PERIOD IS IN FORCE ON
      * THE STATEMENT DATE - NOT WITHDRAWN, BEGUN, AND NOT YET ENDED
      * (AN END OF ZERO MEANS STILL SERVING) - THE SAME TEST ACCT14
      * MAKES WHEN IT CAPS THE RATE.
      *****************************************************************
       2870-CK-MILITARY.
           MOVE 'N' TO WS-MIL-SW.
           MOVE ACCTDO TO MS-ACCT.
           MOVE 0 TO MS-START.
           START MILSVC-FILE KEY NOT < MS-KEY
               INVALID KEY GO TO 2870-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2880-SCAN-PERIOD THRU 2880-EXIT
               UNTIL NOT MILSVC-OK OR MS-ACCT NOT = ACCTDO
               OR MIL-COVERED.
       2870-EXIT.
           EXIT.
       2880-SCAN-PERIOD.
           READ MILSVC-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MS-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT MILSVC-OK OR MS-ACCT NOT = ACCTDO
               GO TO 2880-EXIT.
           IF MS-WITHDRAWN OR MS-START > WS-MIL-DATE
               GO TO 2880-EXIT.
           IF MS-END NOT = 0 AND MS-END < WS-MIL-DATE
               GO TO 2880-EXIT.
           MOVE 'Y' TO WS-MIL-SW.
       2880-EXIT.
           EXIT.
      *****************************************************************
      * THE BALANCE IS SPLIT INTO PRINCIPAL, FINANCE CHARGES AND FEES
      * FROM BALCOMP, BROUGHT UP TO THE BALANCE THROUGH CBLPGM04 BUT
      * NOT REWRITTEN.  AN ACCOUNT WITH NO SPLIT ON FILE IS ALL
      * PRINCIPAL.
      *****************************************************************
       2890-GET-COMPONENTS.
           MOVE 0 TO BCL-PRIN, BCL-FIN, BCL-FEES.
           MOVE ACCTDO TO BC-ACCT.
           READ BALCOMP-FILE
               INVALID KEY MOVE '23' TO WS-BC-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF BC-FOUND AND BC-PRIN NUMERIC AND BC-FIN NUMERIC
               AND BC-FEES NUMERIC
               MOVE BC-PRIN TO BCL-PRIN
               MOVE BC-FIN TO BCL-FIN
               MOVE BC-FEES TO BCL-FEES.
           MOVE 'S' TO BCL-FUNCTION.
           MOVE WS-BAL-AMT-N TO BCL-OLD-BAL.
           MOVE 0 TO BCL-AMT.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
       2890-EXIT.
           EXIT.
      *****************************************************************
      * PICK THE STATEMENT'S TARGETED MESSAGES AND INSERTS.  EVERY
      * STMTMSG RULE IN FORCE ON THE STATEMENT DATE IS TRIED IN KEY
      * ORDER; EACH ONE THAT FITS ADDS ITS MESSAGE (IN THE CUSTOMER'S
      * LANGUAGE, FALLING BACK TO ENGLISH) WHILE THE PAGE HAS ROOM
      * AND ITS INSERT WHILE THE INSERTER HAS A STATION FREE.  THE
      * AGING BUCKET IS THE ONE ACCT17 WORKS FROM, WITH ONE MONTH
      * PAST DUE AS '30' AND ANYTHING LESS AS 'CU'.
      *****************************************************************
       2900-SELECT-MESSAGES.
           MOVE 0 TO WS-MSG-CNT, WS-INS-CNT.
           MOVE SPACES TO MESSAGE-TEXT, SEL-INSERTS.
           IF WS-SM-CNT = 0 GO TO 2900-EXIT.
           MOVE CYCLEDO TO WS-ACCT-CYCLE.
           IF WS-ACCT-CYCLE = SPACE
               MOVE '1' TO WS-ACCT-CYCLE.
           MOVE 0 TO WS-SEL-SCORE-N.
           IF SCOREDO NUMERIC
               MOVE SCOREDO TO WS-SEL-SCORE-N.
           PERFORM 2910-SET-BUCKET THRU 2910-EXIT.
           PERFORM 2920-PARSE-STATE THRU 2920-EXIT.
           PERFORM 2930-TRY-RULE THRU 2930-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SM-CNT.
       2900-EXIT.
           EXIT.
       2910-SET-BUCKET.
           MOVE 'CU' TO WS-SEL-BKT.
           IF BAL (1) NOT NUMERIC OR BAL (1) NOT > 0
               GO TO 2910-EXIT.
           IF BYR (1) > 50
               COMPUTE WS-BAL-MOS = (1900 + BYR (1)) * 12 + BMO (1)
           ELSE
               COMPUTE WS-BAL-MOS = (2000 + BYR (1)) * 12 + BMO (1).
           COMPUTE WS-AGE-MOS = WS-CUR-MOS - WS-BAL-MOS.
           IF WS-DOC-DD < BDAY (1)
               SUBTRACT 1 FROM WS-AGE-MOS.
           IF WS-AGE-MOS = 1
               MOVE '30' TO WS-SEL-BKT.
           IF WS-AGE-MOS = 2
               MOVE '60' TO WS-SEL-BKT.
           IF WS-AGE-MOS > 2
               MOVE '90' TO WS-SEL-BKT.
       2910-EXIT.
           EXIT.
      *    THE STATE IS THE TWO CHARACTERS BEFORE THE ZIP CODE ON THE
      *    LAST ADDRESS LINE, SCANNED FROM THE RIGHT AS ACCT109 DOES IT.
       2920-PARSE-STATE.
           MOVE '??' TO WS-SEL-STATE.
           MOVE 0 TO WS-DIGITS.
           PERFORM 2925-SCAN-BACK THRU 2925-EXIT
               VARYING WS-SCAN FROM 16 BY -1
               UNTIL WS-SCAN < 4 OR WS-DIGITS = 5.
       2920-EXIT.
           EXIT.
       2925-SCAN-BACK.
           IF ADDR3DO (WS-SCAN:1) >= '0' AND ADDR3DO (WS-SCAN:1) <= '9'
               ADD 1 TO WS-DIGITS
               IF WS-DIGITS = 5
                   IF ADDR3DO (WS-SCAN - 1:1) = SPACE
                       MOVE ADDR3DO (WS-SCAN - 3:2) TO WS-SEL-STATE
                   ELSE
                       MOVE ADDR3DO (WS-SCAN - 2:2) TO WS-SEL-STATE
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-DIGITS.
       2925-EXIT.
           EXIT.
       2930-TRY-RULE.
           IF SX-EFF-FROM (WS-SX) > WS-SEL-DATE
               GO TO 2930-EXIT.
           IF SX-CYCLE (WS-SX) NOT = SPACE
               AND SX-CYCLE (WS-SX) NOT = WS-ACCT-CYCLE
               GO TO 2930-EXIT.
           IF SX-BUCKET (WS-SX) NOT = '**'
               AND SX-BUCKET (WS-SX) NOT = WS-SEL-BKT
               GO TO 2930-EXIT.
           IF SX-STATE (WS-SX) NOT = '**'
               AND SX-STATE (WS-SX) NOT = WS-SEL-STATE
               GO TO 2930-EXIT.
           IF SX-LANG (WS-SX) NOT = SPACE
               AND SX-LANG (WS-SX) NOT = WS-DOC-LANG
               GO TO 2930-EXIT.
           IF SX-SCODE (WS-SX) NOT = SPACE
               AND SX-SCODE (WS-SX) NOT = SCODE1DO
               AND SX-SCODE (WS-SX) NOT = SCODE2DO
               AND SX-SCODE (WS-SX) NOT = SCODE3DO
               GO TO 2930-EXIT.
           IF WS-SEL-SCORE-N < SX-SCORE-LO (WS-SX)
               GO TO 2930-EXIT.
           IF SX-SCORE-HI (WS-SX) > 0
               AND WS-SEL-SCORE-N > SX-SCORE-HI (WS-SX)
               GO TO 2930-EXIT.
           IF SX-MSG-NO (WS-SX) > 0 AND WS-MSG-CNT < 3
               PERFORM 2940-ADD-MESSAGE THRU 2940-EXIT.
           IF SX-INSERT (WS-SX) NOT = SPACES AND WS-INS-CNT < 5
               PERFORM 2950-ADD-INSERT THRU 2950-EXIT.
       2930-EXIT.
           EXIT.
       2940-ADD-MESSAGE.
           MOVE WS-DOC-LANG TO AMSG-LANG.
           MOVE SX-MSG-NO (WS-SX) TO AMSG-NO.
           READ ACCTMSG-FILE
               INVALID KEY MOVE '23' TO WS-LANG-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LANG-MSG-FOUND AND WS-DOC-LANG NOT = 'E'
               MOVE 'E' TO AMSG-LANG
               MOVE SX-MSG-NO (WS-SX) TO AMSG-NO
               READ ACCTMSG-FILE
                   INVALID KEY MOVE '23' TO WS-LANG-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
           END-IF.
           IF NOT LANG-MSG-FOUND GO TO 2940-EXIT.
           ADD 1 TO WS-MSG-CNT.
           MOVE AMSG-TEXT TO MGX-LINE (WS-MSG-CNT).
       2940-EXIT.
           EXIT.
      *    THE SAME INSERT CALLED FOR BY TWO RULES IS PULLED ONCE.
       2950-ADD-INSERT.
           PERFORM 2955-FIND-INSERT THRU 2955-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-INS-CNT
               OR SEL-INSERT (WS-IX) = SX-INSERT (WS-SX).
           IF WS-IX > WS-INS-CNT
               ADD 1 TO WS-INS-CNT
               MOVE SX-INSERT (WS-SX) TO SEL-INSERT (WS-INS-CNT).
       2950-EXIT.
           EXIT.
       2955-FIND-INSERT.
           CONTINUE.
       2955-EXIT.
           EXIT.
      *****************************************************************
      * ONE ENVELOPE PER HOUSEHOLD ADDRESS.  A PAPER STATEMENT FOR A
      * HOUSEHOLD MEMBER (HHXREF) WHO HAS NOT OPTED OUT OF HOUSEHOLD
      * MAILING IS KEYED FOR THE ENVELOPE BY THE HOUSEHOLD ID AND A
      * TWO-DIGIT GROUP - ONE GROUP PER DIFFERENT ADDRESS IN EFFECT
      * WITHIN THE HOUSEHOLD THIS RUN - INSTEAD OF BY THE ACCOUNT, SO
      * THE ACCT66 PRESORT BRINGS THE HOUSEHOLD'S STATEMENTS TOGETHER
      * AND MXBPB510 COUNTS THEM AS ONE ENVELOPE.  EVERY STATEMENT
      * AFTER THE FIRST INTO AN ENVELOPE IS AN ENVELOPE SAVED.  THE
      * DOCUMENT KEY AND THE CORRHIST ENTRIES STAY THE ACCOUNT'S OWN.
      * A FULL TABLE LEAVES THE STATEMENT IN ITS OWN ENVELOPE.
      *****************************************************************
       2960-SET-ENVELOPE.
           MOVE ACCTDO TO HX-ACCT.
           READ HHXREF-FILE
               INVALID KEY GO TO 2960-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT HX-FOUND GO TO 2960-EXIT.
           IF HX-MAIL-SEPARATE GO TO 2960-EXIT.
           MOVE WS-USE-ADDR1 TO WS-ENV-ADDR1.
           MOVE WS-USE-ADDR2 TO WS-ENV-ADDR2.
           MOVE WS-USE-ADDR3 TO WS-ENV-ADDR3.
           MOVE 0 TO WS-EV-FOUND, WS-EV-GRP.
           PERFORM 2965-FIND-ENVELOPE THRU 2965-EXIT
               VARYING WS-EV-SUB FROM 1 BY 1
               UNTIL WS-EV-SUB > EV-USED OR WS-EV-FOUND > 0.
           IF WS-EV-FOUND > 0
               ADD 1 TO WS-ENV-SAVED
               GO TO 2960-KEY.
           IF EV-USED NOT < 2000 OR WS-EV-GRP NOT < 99
               GO TO 2960-EXIT.
           ADD 1 TO WS-EV-GRP.
           ADD 1 TO EV-USED.
           MOVE HX-HHID TO EV-HHID (EV-USED).
           MOVE WS-ENV-ADDR TO EV-ADDR (EV-USED).
           MOVE WS-EV-GRP TO EV-GROUP (EV-USED).
       2960-KEY.
           MOVE SPACES TO XRX-UNIQUE-KEY (1:15).
           MOVE HX-HHID TO XRX-UNIQUE-KEY (1:5).
           MOVE WS-EV-GRP TO XRX-UNIQUE-KEY (6:2).
       2960-EXIT.
           EXIT.
       2965-FIND-ENVELOPE.
           IF EV-HHID (WS-EV-SUB) = HX-HHID
               MOVE EV-GROUP (WS-EV-SUB) TO WS-EV-GRP
               IF EV-ADDR (WS-EV-SUB) = WS-ENV-ADDR
                   MOVE WS-EV-SUB TO WS-EV-FOUND.
       2965-EXIT.
           EXIT.
       2400-EDIT-AMOUNT.                                                00026400
      *    A BALANCE OR PAYMENT AMOUNT IS CARRIED AS EIGHT DISPLAY      00026500
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT     00026600
               ACCTALT-FILE,
               CORRHIST-FILE,
               ACCTMSG-FILE,
               MINPAY-FILE,
               MILSVC-FILE,
               BALCOMP-FILE,
               HHXREF-FILE,
               ESTMT-FILE.
           DISPLAY 'ACCT15 - ACCOUNTS READ:        ' WS-ACCT-CNT.       00028100
           DISPLAY 'ACCT15 - STATEMENTS GENERATED: ' WS-STMT-CNT.       00028200
           DISPLAY 'ACCT15 - MAIL-BLOCKED, SKIPPED: ' WS-MAILBLK-CNT.   00028300
           DISPLAY 'ACCT15 - OTHER CYCLE, SKIPPED:  ' WS-OTHCYC-CNT.
           DISPLAY 'ACCT15 - SPANISH DOCUMENTS:     ' WS-SPAN-CNT.
           DISPLAY 'ACCT15 - CARRYING PAST DUE:     ' WS-PASTDUE-CNT.
           DISPLAY 'ACCT15 - MILITARY RATE CAP:     ' WS-MIL-CNT.
           DISPLAY 'ACCT15 - TOTAL MINIMUM DUE:     ' WS-MINDUE-TOT.
           DISPLAY 'ACCT15 - MESSAGE PAGES PRINTED: ' WS-MSGPG-CNT.
           DISPLAY 'ACCT15 - INSERTS CALLED FOR:    ' WS-INSERT-TOT.
           DISPLAY 'ACCT15 - HOUSEHOLD ENV SAVED:   ' WS-ENV-SAVED.
       9000-EXIT.                                                       00028400
           EXIT.                                                        00028500
      *****************************************************************
      * A HARD STATUS ON ANY FILE - A FAILED OPEN, A PERMANENT OR
      * LOGIC ERROR, A VSAM ERROR - ENDS THE RUN THROUGH CBLPGM05 AND
      * THE MXBPCABT ABEND ROUTINE WITH THE FILE, THE OPERATION, THE
      * STATUS AND THE RECORD KEY.  END OF FILE, DUPLICATE AND
      * NOT-FOUND ARE STILL HANDLED WHERE THE FILE IS READ.
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
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ALT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTALT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AA-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CORRHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-LANG-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTMSG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AMSG-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-HX-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'HHXREF' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE HX-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-EST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ESTMT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ESTMT-REC TO ABL-KEY
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
           MOVE WS-MS-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MILSVC' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MS-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXSTMT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT15' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
      *****************************************************************
      * STMTMSG MAY NOT BE THERE, SO ITS OPEN IS TESTED WHERE IT IS
      * OPENED AND IT IS LEFT OUT OF 9850-CK-FILES.  ONCE IT IS OPEN,
      * A HARD STATUS ON A READ ENDS THE RUN THE SAME WAY.
      *****************************************************************
       9870-CK-STMTMSG.
           MOVE WS-SM-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9870-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'STMTMSG' TO ABL-FILE-NAME.
           MOVE 'V' TO ABL-FILE-ORG.
           MOVE SM-RULE TO ABL-KEY.
           GO TO 9860-ABEND.
       9870-EXIT.
           EXIT.
