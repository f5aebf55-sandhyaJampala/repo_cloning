                REGISTER WITH COUNTS AND THE TOTAL BALANCE PLACED IS    00001200
                PRINTED FOR RECONCILIATION AGAINST THE AGENCY'S         00001300
                RETURNS (SEE ACCT20).                                   00001400
                A SERVICEMEMBER WHOSE ACTIVE-DUTY PERIOD ON THE MILSVC
                FILE IS IN FORCE IS NOT PLACED WHILE IT LASTS.
                NOR IS AN ACCOUNT WHOSE DEBT VALIDATION IS STILL
                RUNNING (SEE VALNOTE): AN ACCOUNT REACHED HERE WITH NO
                VALNOTE RECORD HAS ONE OPENED SO ACCT107 MAILS ITS
                NOTICE, AND IS PLACED ONLY AFTER THE VALIDATION WINDOW
                HAS CLOSED OR ANY DISPUTE HAS BEEN VERIFIED.
                A TIME-BARRED DEBT (TBARDO 'T', SEE ACCT109) IS NOT
                PLACED WITH AN AGENCY THAT SUES ON WHAT IT COLLECTS.
                THE AGYPARM CARD SAYS WHETHER THE CONTRACTED AGENCY
                DOES ('Y', THE DEFAULT WHEN THE CARD IS BLANK) OR
                DOES NOT ('N'); A NON-LITIGATING AGENCY IS SENT THE
                ACCOUNT WITH AG-TBAR SET SO IT USES THE TIME-BARRED
                DISCLOSURE IN ITS OWN LETTERS.  COLUMNS 2-5 OF THE
                CARD NAME THE AGENCY ('AGCY' WHEN BLANK).  EVERY
                PLACEMENT IS RECORDED ON AGYPLACE UNDER THAT AGENCY: AN
                ACCOUNT'S FIRST PLACEMENT IS TIER 'F' AND ANY LATER ONE,
                AFTER A RECALL, TIER 'R', SO ACCT20 CAN PRICE THE
                AGENCY'S COMMISSION ON THE RIGHT COMMTAB RATE.
                AN ACCOUNT WHOSE STRATASG TREATMENT PATH IS EARLY
                AGENCY PLACEMENT ('A') IS PLACED FROM THE 60-89 DAY
                BUCKET ON THE SAME TERMS.
                AN ACCOUNT WHOSE LATEST DUNNING LETTER ON CORRHIST WAS
                NEVER CONFIRMED MAILED BY THE PRINT VENDOR (FLAGGED NOT
                MAILED BY ACCT128) IS HELD: THE LETTER IS NOT NOTICE,
                AND THE ACCOUNT WAITS FOR THE NEXT ONE TO MAIL.
       ENVIRONMENT DIVISION.                                            00001500
       INPUT-OUTPUT SECTION.                                            00001600
       FILE-CONTROL.                                                    00001700
           SELECT PARM-FILE ASSIGN TO AGYPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STATTAB-FILE ASSIGN TO STATTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PAYHIST-STATUS.                        00002700
           SELECT AGENCY-EXTRACT-FILE ASSIGN TO AGCYEXT                 00002800
               FILE STATUS IS WS-EXT-STATUS.                            00002900
           SELECT MILSVC-FILE ASSIGN TO MILSVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT VALNOTE-FILE ASSIGN TO VALNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-ACCT
               FILE STATUS IS WS-VN-STATUS.
           SELECT AGYPLACE-FILE ASSIGN TO AGYPLACE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
           SELECT STRATASG-FILE ASSIGN TO STRATASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT
               FILE STATUS IS WS-SA-STATUS.
           SELECT CORRHIST-FILE ASSIGN TO CORRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CH-STATUS.
           SELECT PLACE-REPORT-FILE ASSIGN TO ACCTPLRP                  00003000
               FILE STATUS IS WS-RPT-STATUS.                            00003100
       DATA DIVISION.                                                   00003200
       FILE SECTION.                                                    00003300
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-LITIGATES          PIC X.
           05  PARM-AGENCY             PIC X(4).
           05  FILLER                  PIC X(75).
       FD  ACCT-MASTER                                                  00003400
           RECORDING MODE F.                                            00003500
       01  ACCTREC.                                                     00003600
       FD  AGENCY-EXTRACT-FILE                                          00004200
           RECORDING MODE F.                                            00004300
       01  AGENCY-EXT-REC              PIC X(120).                      00004400
       FD  MILSVC-FILE
           RECORDING MODE F.
       01  MILSVC-REC.
           COPY MILSVC.
       FD  VALNOTE-FILE
           RECORDING MODE F.
       01  VALNOTE-REC.
           COPY VALNOTE.
       FD  AGYPLACE-FILE
           RECORDING MODE F.
       01  AGYPLACE-REC.
           COPY AGYPLACE.
       FD  STRATASG-FILE
           RECORDING MODE F.
       01  STRATASG-REC.
           COPY STRATASG.
       FD  CORRHIST-FILE
           RECORDING MODE F.
       01  CORRHIST-REC.
           COPY CORRHIST.
       FD  PLACE-REPORT-FILE                                            00004500
           RECORDING MODE F.                                            00004600
       01  PLACE-RPT-REC               PIC X(100).                      00004700
           02  WS-ALREADY-CNT          PIC S9(7) COMP-3 VALUE 0.        00006000
           02  WS-CEASE-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-BANK-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-MS-STATUS            PIC XX VALUE SPACES.
               88  MILSVC-OK               VALUE '00'.
           02  WS-MIL-SW               PIC X VALUE 'N'.
               88  MIL-COVERED             VALUE 'Y'.
           02  WS-MIL-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-SB-STATUS            PIC XX VALUE SPACES.
               88  SB-FOUND                VALUE '00'.
           02  WS-STATBLK-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-VN-STATUS            PIC XX VALUE SPACES.
               88  VN-FOUND                VALUE '00'.
           02  WS-VALHOLD-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-VALNEW-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-LITIGATES            PIC X VALUE 'Y'.
               88  AGENCY-LITIGATES        VALUE 'Y'.
           02  WS-TBARBLK-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-TBARPLC-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-AP-STATUS            PIC XX VALUE SPACES.
               88  AP-FOUND                VALUE '00'.
           02  WS-AGENCY               PIC X(4) VALUE 'AGCY'.
           02  WS-REPLACE-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-SA-STATUS            PIC XX VALUE SPACES.
               88  SA-FOUND                VALUE '00'.
           02  WS-EARLY-SW             PIC X VALUE 'N'.
               88  EARLY-PLACEMENT         VALUE 'Y'.
           02  WS-EARLY-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
               88  CORRHIST-OK             VALUE '00'.
           02  WS-DUN-SW               PIC X VALUE SPACE.
               88  DUN-NOT-MAILED          VALUE 'N'.
           02  WS-NOMAIL-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-PLACED-AMT           PIC S9(9)V99 COMP-3 VALUE 0.     00006100
       01  WS-TODAY.                                                    00006200
           02  WS-TODAY-YY             PIC 9(2).                        00006300
       01  WS-YR-WINDOW                PIC 99 VALUE 50.                 00007300
       01  WS-BAL-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.     00007400
       01  WS-LASTPAY-DATE             PIC 9(6) VALUE 0.                00007500
       01  WS-TODAY-FULL               PIC 9(8) VALUE 0.
       01  AGENCY-LINE.                                                 00007600
           05  AG-ACCT                 PIC X(5).                        00007700
           05  AG-SNAME                PIC X(12).                       00007800
           05  AG-TEL                  PIC X(10).                       00008300
           05  AG-BAL                  PIC ZZZZ9.99.                    00008400
           05  AG-LASTPAY-DATE         PIC 9(6).                        00008500
           05  AG-TBAR                 PIC X.
           05  FILLER                  PIC X(7) VALUE SPACES.
       01  HEADER-LINE.                                                 00008700
           02  FILLER                  PIC X(60) VALUE                  00008800
               'ACCT19 COLLECTION AGENCY PLACEMENT REGISTER'.           00008900
           02  TOT-LABEL               PIC X(28).                       00010500
           02  TOT-AMT                 PIC ZZZ,ZZZ,ZZ9.99.              00010600
           02  FILLER                  PIC X(58) VALUE SPACES.          00010700
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00010800
       0000-MAIN.                                                       00010900
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00011000
           PERFORM 9000-TERMINATE THRU 9000-EXIT.                       00011300
           STOP RUN.                                                    00011400
       1000-INITIALIZE.                                                 00011500
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-LITIGATES = 'N'
               MOVE 'N' TO WS-LITIGATES.
           IF PARM-AGENCY NOT = SPACES
               MOVE PARM-AGENCY TO WS-AGENCY.
           OPEN I-O AGYPLACE-FILE.
           OPEN INPUT STRATASG-FILE.
           OPEN INPUT CORRHIST-FILE.
           OPEN INPUT STATTAB-FILE.
           OPEN INPUT MILSVC-FILE.
           OPEN I-O VALNOTE-FILE.
           OPEN I-O ACCT-MASTER.                                        00011600
           OPEN INPUT PAYHIST-FILE.                                     00011700
           OPEN OUTPUT AGENCY-EXTRACT-FILE.                             00011800
           OPEN OUTPUT PLACE-REPORT-FILE.                               00011900
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE PLACE-RPT-REC FROM HEADER-LINE.                        00012000
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.                            00012200
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.                     00012300
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.                          00012400
           COMPUTE WS-CUR-MOS = WS-CUR-CCYY * 12 + WS-TODAY-MM.         00012500
           COMPUTE WS-TODAY-FULL = WS-CUR-CCYY * 10000
               + WS-TODAY-MM * 100 + WS-TODAY-DD.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00012600
       1000-EXIT.                                                       00012700
           EXIT.                                                        00012800
       2100-READ-ACCTFIL.                                               00013700
           READ ACCT-MASTER NEXT RECORD                                 00013800
               AT END MOVE 'Y' TO WS-EOF-SW.                            00013900
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00014000
           EXIT.                                                        00014100
       2150-WINDOW-YEAR.                                                00014200
           COMPUTE WS-AGE-MOS = WS-CUR-MOS - WS-BAL-MOS.                00015300
           IF WS-TODAY-DD < BDAY (1)                                    00015400
               SUBTRACT 1 FROM WS-AGE-MOS.                              00015500
           IF WS-AGE-MOS < 2 GO TO 2200-EXIT.
      *    60-89 DAYS PAST DUE IS PLACED ONLY ON THE EARLY-PLACEMENT
      *    TREATMENT PATH.
           MOVE 'N' TO WS-EARLY-SW.
           IF WS-AGE-MOS = 2
               PERFORM 2250-CK-EARLY THRU 2250-EXIT
               IF NOT EARLY-PLACEMENT
                   GO TO 2200-EXIT.
           IF AGENCYDO = 'A'                                            00015700
               ADD 1 TO WS-ALREADY-CNT                                  00015800
               GO TO 2200-EXIT.                                         00015900
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SB-FOUND AND SB-BLK-AGENCY = 'Y'
               ADD 1 TO WS-STATBLK-CNT
               GO TO 2200-EXIT.
           IF BANKDO = 'B'
               ADD 1 TO WS-BANK-CNT
               GO TO 2200-EXIT.
      *    SO DOES A DECEASED CUSTOMER - THE ESTATE CLAIM IS OURS.
           IF DECEDO = 'D'
               ADD 1 TO WS-DECD-CNT
               GO TO 2200-EXIT.
      *    SO DOES A SERVICEMEMBER'S ACTIVE DUTY, FOR AS LONG AS IT
      *    LASTS.
           PERFORM 2700-CK-MILITARY THRU 2700-EXIT.
           IF MIL-COVERED
               ADD 1 TO WS-MIL-CNT
               GO TO 2200-EXIT.
      *    A CEASE-CONTACT ORDER BLOCKS AGENCY PLACEMENT OUTRIGHT.
           IF CEASEDO = 'Y'
               ADD 1 TO WS-CEASE-CNT
               GO TO 2200-EXIT.
      *    THE DEBT VALIDATION NOTICE MUST GO OUT AND ITS WINDOW RUN
      *    (AND ANY DISPUTE BE VERIFIED) BEFORE THE ACCOUNT IS PLACED.
           MOVE ACCTDO TO VN-ACCT.
           READ VALNOTE-FILE
               INVALID KEY MOVE '23' TO WS-VN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT VN-FOUND
               PERFORM 2800-OPEN-VALIDATION THRU 2800-EXIT
               ADD 1 TO WS-VALHOLD-CNT
               GO TO 2200-EXIT.
           IF VN-HOLDS-PLACEMENT
               ADD 1 TO WS-VALHOLD-CNT
               GO TO 2200-EXIT.
      *    A DUNNING LETTER THE VENDOR NEVER MAILED IS NOT NOTICE.
           PERFORM 2950-CK-NOTICE THRU 2950-EXIT.
           IF DUN-NOT-MAILED
               ADD 1 TO WS-NOMAIL-CNT
               GO TO 2200-EXIT.
      *    A TIME-BARRED DEBT CANNOT GO TO AN AGENCY THAT LITIGATES.
           IF TBARDO = 'T' AND AGENCY-LITIGATES
               ADD 1 TO WS-TBARBLK-CNT
               GO TO 2200-EXIT.
           PERFORM 2300-LAST-PAY-DATE THRU 2300-EXIT.                   00016000
           MOVE SPACES TO AGENCY-LINE.                                  00016100
           MOVE ACCTDO TO AG-ACCT.                                      00016200
           MOVE TELDO TO AG-TEL.                                        00016800
           MOVE WS-BAL-AMT-N TO AG-BAL.                                 00016900
           MOVE WS-LASTPAY-DATE TO AG-LASTPAY-DATE.                     00017000
           IF TBARDO = 'T'
               MOVE 'T' TO AG-TBAR
               ADD 1 TO WS-TBARPLC-CNT.
           WRITE AGENCY-EXT-REC FROM AGENCY-LINE.                       00017100
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 'A' TO AGENCYDO.                                        00017200
           REWRITE ACCTREC                                              00017300
               INVALID KEY CONTINUE.                                    00017400
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           PERFORM 2900-RECORD-PLACEMENT THRU 2900-EXIT.
           ADD 1 TO WS-PLACED-CNT.                                      00017500
           ADD WS-BAL-AMT-N TO WS-PLACED-AMT.                           00017600
           IF EARLY-PLACEMENT
               ADD 1 TO WS-EARLY-CNT.
           MOVE SPACES TO RPT-LINE.                                     00017700
           MOVE ACCTDO TO RPT-ACCTC.                                    00017800
           MOVE SNAMEDO TO RPT-SNAME.                                   00017900
           MOVE WS-BAL-AMT-N TO RPT-BAL.                                00018000
           MOVE 'PLACED' TO RPT-STATUS.                                 00018100
           IF AP-REPLACED
               MOVE 'RE-PLACED' TO RPT-STATUS.
           IF EARLY-PLACEMENT
               MOVE 'PLACED EARLY' TO RPT-STATUS.
           WRITE PLACE-RPT-REC FROM RPT-LINE.                           00018200
       2200-EXIT.                                                       00018300
           EXIT.                                                        00018400
       2250-CK-EARLY.
           MOVE ACCTDO TO SA-ACCT.
           READ STRATASG-FILE
               INVALID KEY MOVE '23' TO WS-SA-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SA-FOUND AND SA-ACTIVE AND SA-PATH-AGENCY
               MOVE 'Y' TO WS-EARLY-SW.
       2250-EXIT.
           EXIT.                                                        00018400
      ***************************************************************** 00018500
      * THE LAST-PAYMENT DATE IS THE DATE ON THE HIGHEST-SEQUENCE       00018600
      * TYPE 'P' ENTRY IN THE PAYHIST TRAIL; ZERO IF NO PAYMENT WAS     00018700
           MOVE 1 TO PH-SEQ.                                            00019300
           START PAYHIST-FILE KEY NOT < PH-KEY                          00019400
               INVALID KEY GO TO 2300-EXIT.                             00019500
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2310-SCAN-ENTRY THRU 2310-EXIT                       00019600
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.            00019700
       2300-EXIT.                                                       00019800
       2310-SCAN-ENTRY.                                                 00020000
           READ PAYHIST-FILE NEXT RECORD                                00020100
               AT END MOVE '10' TO WS-PAYHIST-STATUS.                   00020200
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = ACCTDO AND
               ((PH-IS-PAYMENT AND NOT PH-PAY-XFERRED)
               OR PH-IS-XFER-IN)
               COMPUTE WS-LASTPAY-DATE =                                00020400
                   PH-MO * 10000 + PH-DAY * 100 + PH-YR.                00020500
       2310-EXIT.                                                       00020600
           EXIT.                                                        00020700
      *****************************************************************
      * WHETHER A SERVICEMEMBER'S ACTIVE-DUTY PERIOD IS IN FORCE ON
      * THE RUN DATE - NOT WITHDRAWN, BEGUN, AND NOT YET ENDED (AN
      * END OF ZERO MEANS STILL SERVING) - THE SAME TEST ACCT14
      * MAKES WHEN IT CAPS THE RATE.
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
           IF MS-WITHDRAWN OR MS-START > WS-TODAY-FULL
               GO TO 2710-EXIT.
           IF MS-END NOT = 0 AND MS-END < WS-TODAY-FULL
               GO TO 2710-EXIT.
           MOVE 'Y' TO WS-MIL-SW.
       2710-EXIT.
           EXIT.
      *****************************************************************
      * AN ACCOUNT FIRST REACHED FOR PLACEMENT WITHOUT HAVING BEEN
      * QUEUED BY ACCT17: OPEN ITS VALNOTE RECORD SO ACCT107 MAILS THE
      * VALIDATION NOTICE TONIGHT.
      *****************************************************************
       2800-OPEN-VALIDATION.
           MOVE SPACES TO VALNOTE-REC.
           MOVE ACCTDO TO VN-ACCT.
           MOVE 'P' TO VN-STATUS.
           MOVE WS-TODAY-FULL TO VN-ENTER-DATE.
           MOVE 'ACCT19' TO VN-ENTER-PGM.
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
      * THE PLACEMENT HISTORY.  AN ACCOUNT NEVER PLACED BEFORE GETS
      * ITS AGYPLACE ROW AT TIER 'F'; ONE THAT HAS BEEN PLACED AND
      * RECALLED BEFORE IS A RE-PLACEMENT AT TIER 'R'.
      *****************************************************************
       2900-RECORD-PLACEMENT.
           MOVE ACCTDO TO AP-ACCT.
           READ AGYPLACE-FILE
               INVALID KEY MOVE '23' TO WS-AP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF AP-FOUND
               ADD 1 TO AP-PLACE-CNT
               MOVE 'R' TO AP-TIER
               ADD 1 TO WS-REPLACE-CNT
           ELSE
               MOVE SPACES TO AGYPLACE-REC
               MOVE ACCTDO TO AP-ACCT
               MOVE 1 TO AP-PLACE-CNT
               MOVE 'F' TO AP-TIER.
           MOVE WS-AGENCY TO AP-AGENCY.
           MOVE 'P' TO AP-STATUS.
           MOVE WS-TODAY-FULL TO AP-PLACE-DATE.
           MOVE 0 TO AP-END-DATE.
           IF AP-FOUND
               REWRITE AGYPLACE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               WRITE AGYPLACE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * THE MAIL STATUS OF THE ACCOUNT'S LATEST DUNNING LETTER.  THE
      * ACCOUNT'S CORRHIST RECORDS ARE READ OLDEST-FIRST, SO THE LAST
      * D1/D2 SEEN IS THE LATEST; ONE LOGGED BEFORE MAIL TRACKING
      * CARRIES NO STATUS AND DOES NOT HOLD THE ACCOUNT.
      *****************************************************************
       2950-CK-NOTICE.
           MOVE SPACE TO WS-DUN-SW.
           MOVE ACCTDO TO CH-ACCT.
           MOVE 0 TO CH-DATE, CH-TIME, CH-SEQ.
           START CORRHIST-FILE KEY NOT < CH-KEY
               INVALID KEY GO TO 2950-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2960-SCAN-NOTICE THRU 2960-EXIT
               UNTIL NOT CORRHIST-OK OR CH-ACCT NOT = ACCTDO.
       2950-EXIT.
           EXIT.
       2960-SCAN-NOTICE.
           READ CORRHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-CH-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT CORRHIST-OK OR CH-ACCT NOT = ACCTDO
               GO TO 2960-EXIT.
           IF CH-HANDLING = 'D1' OR CH-HANDLING = 'D2'
               MOVE CH-MAIL-STAT TO WS-DUN-SW.
       2960-EXIT.
           EXIT.
       9000-TERMINATE.                                                  00020800
           MOVE SPACES TO SUMMARY-LINE.                                 00020900
           MOVE 'ACCOUNTS READ:              ' TO SUM-LABEL.            00021000
           MOVE 'NEW PLACEMENTS:             ' TO SUM-LABEL.            00021300
           MOVE WS-PLACED-CNT TO SUM-CNT.                               00021400
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.                       00021500
           MOVE '  OF WHICH RE-PLACEMENTS:   ' TO SUM-LABEL.
           MOVE WS-REPLACE-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH EARLY (60 DAYS): ' TO SUM-LABEL.
           MOVE WS-EARLY-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ALREADY PLACED:             ' TO SUM-LABEL.            00021600
           MOVE WS-ALREADY-CNT TO SUM-CNT.                              00021700
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.                       00021800
           MOVE 'BLOCKED, BANKRUPTCY:        ' TO SUM-LABEL.
           MOVE WS-BANK-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'BLOCKED, DECEASED:          ' TO SUM-LABEL.
           MOVE WS-DECD-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'BLOCKED, ACTIVE DUTY:       ' TO SUM-LABEL.
           MOVE WS-MIL-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'BLOCKED, STATUS RULE:       ' TO SUM-LABEL.
           MOVE WS-STATBLK-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HELD, DEBT VALIDATION:      ' TO SUM-LABEL.
           MOVE WS-VALHOLD-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'VALIDATION NOTICES OPENED:  ' TO SUM-LABEL.
           MOVE WS-VALNEW-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'BLOCKED, TIME-BARRED:       ' TO SUM-LABEL.
           MOVE WS-TBARBLK-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PLACED AS TIME-BARRED:      ' TO SUM-LABEL.
           MOVE WS-TBARPLC-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HELD, NOTICE NOT MAILED:    ' TO SUM-LABEL.
           MOVE WS-NOMAIL-CNT TO SUM-CNT.
           WRITE PLACE-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO TOTAL-LINE.                                   00021900
           MOVE 'BALANCE PLACED THIS RUN:    ' TO TOT-LABEL.            00022000
           MOVE WS-PLACED-AMT TO TOT-AMT.                               00022100
           WRITE PLACE-RPT-REC FROM TOTAL-LINE.                         00022200
           CLOSE ACCT-MASTER, PAYHIST-FILE, AGENCY-EXTRACT-FILE,        00022300
               PLACE-REPORT-FILE,
               STATTAB-FILE, MILSVC-FILE, VALNOTE-FILE,
               AGYPLACE-FILE, STRATASG-FILE, CORRHIST-FILE.
       9000-EXIT.                                                       00022500
           EXIT.                                                        00022600
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
           MOVE WS-SB-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STATTAB' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SB-STATUS TO ABL-KEY
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
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-EXT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AGCYEXT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AGENCY-EXT-REC TO ABL-KEY
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
           MOVE WS-VN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'VALNOTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE VN-ACCT TO ABL-KEY
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
           MOVE WS-SA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STRATASG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SA-ACCT TO ABL-KEY
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTPLRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PLACE-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT19' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
