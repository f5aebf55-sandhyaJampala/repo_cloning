       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT100.
       REMARKS. THIS NIGHTLY BATCH JOB PRODUCES THE EMBOSSING-VENDOR
                EXTRACT FOR CARD PLASTICS AND KEEPS THE PLASTIC CARD
                FILE CURRENT.  EVERY CARD ON PLASTIC IS READ IN KEY
                ORDER:
                  - A PENDING CARD ('P') - A NEW ACCOUNT APPROVED ON
                    AC29, A BUYER ADDED THROUGH AC02, A LOST/STOLEN
                    REPLACEMENT FROM AC39 - IS WRITTEN TO THE EMBOSS
                    FILE WITH AN EXPIRY THE PARAMETER-CARD NUMBER OF
                    YEARS OUT (DEFAULT 3) AND MADE ACTIVE;
                  - AN ACTIVE CARD EXPIRING NEXT MONTH IS RENEWED
                    UNDER THE SAME NUMBER, THE EXPIRY MOVED OUT THE
                    SAME NUMBER OF YEARS, AND RE-EMBOSSED;
                  - AN ACTIVE CARD WHOSE EXPIRY MONTH HAS PASSED IS
                    CLOSED ('X').
                NO CARD IS EMBOSSED OR RENEWED FOR AN ACCOUNT THE
                STATTAB RULES SAY TAKES NO AUTHORIZATIONS (FALLING
                BACK TO 'CL'/'CO'/'RV' WHEN NO ROW IS ON FILE) OR A
                DECEASED CUSTOMER: ITS PENDING CARDS ARE CLOSED AND
                ITS ACTIVE CARDS LEFT TO RUN OUT.  A PENDING CARD ON
                AN ACCOUNT STILL AWAITING APPROVAL OR HELD AS A
                POSSIBLE SANCTIONS MATCH IS LEFT FOR A LATER NIGHT.
                THE REPORT LISTS EVERY CARD ACTED ON, WITH TOTALS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CARDPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PLASTIC-FILE ASSIGN TO PLASTIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT STATTAB-FILE ASSIGN TO STATTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-STATUS
               FILE STATUS IS WS-SB-STATUS.
           SELECT EMBOSS-FILE ASSIGN TO EMBOSS
               FILE STATUS IS WS-EM-STATUS.
           SELECT CARD-REPORT-FILE ASSIGN TO CARDRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-YEARS              PIC 9.
           05  FILLER                  PIC X(79).
       FD  PLASTIC-FILE
           RECORDING MODE F.
       01  PLASTIC-REC.
           COPY PLASTIC.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  STATTAB-FILE
           RECORDING MODE F.
       01  STATTAB-REC.
           COPY STATTAB.
       FD  EMBOSS-FILE
           RECORDING MODE F.
       01  EMBOSS-REC.
           COPY EMBOSS.
       FD  CARD-REPORT-FILE
           RECORDING MODE F.
       01  CARD-RPT-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-PC-STATUS            PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-SB-STATUS            PIC XX VALUE SPACES.
               88  SB-FOUND                VALUE '00'.
           02  WS-EM-STATUS            PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-ACCT-OK-SW           PIC X VALUE 'N'.
               88  ACCT-OPEN-FOR-CARDS     VALUE 'O'.
               88  ACCT-CLOSED-FOR-CARDS   VALUE 'C'.
               88  ACCT-NOT-YET            VALUE 'W'.
           02  WS-YEARS                PIC 9 VALUE 3.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NEW-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-RENEW-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-EXPIRED-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLOSED-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-WAIT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NORENEW-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-EM-CNT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY8                   PIC 9(8) VALUE 0.
       01  WS-TODAY8-R REDEFINES WS-TODAY8.
           02  WS-TODAY-CCYYMM         PIC 9(6).
           02  FILLER                  PIC 9(2).
       01  WS-NEXT-MONTH.
           02  WS-NEXT-CCYY            PIC 9(4).
           02  WS-NEXT-MM              PIC 9(2).
       01  WS-NEXT-CCYYMM REDEFINES WS-NEXT-MONTH PIC 9(6).
       01  WS-NEW-EXPIRY.
           02  WS-NEW-CCYY             PIC 9(4).
           02  WS-NEW-MM               PIC 9(2).
       01  WS-NEW-CCYYMM REDEFINES WS-NEW-EXPIRY PIC 9(6).
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT100 CARD PLASTICS EMBOSSING AND RENEWAL'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  COLUMN-LINE.
           02  FILLER                  PIC X(60) VALUE
               'CARD NO.  HOLDER                            EXPIRY'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCT                PIC X(5).
           02  FILLER                  PIC X VALUE '-'.
           02  RPT-SEQ                 PIC 9(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-HOLDER              PIC X(32).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-EXPIRY              PIC 9(6) BLANK WHEN ZERO.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(40).
           02  FILLER                  PIC X(8) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(32).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(61) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           IF WS-TODAY-YY > 50
               COMPUTE WS-TODAY8 = 19000000 + WS-TODAY-YY * 10000
                   + WS-TODAY-MM * 100 + WS-TODAY-DD
           ELSE
               COMPUTE WS-TODAY8 = 20000000 + WS-TODAY-YY * 10000
                   + WS-TODAY-MM * 100 + WS-TODAY-DD.
           COMPUTE WS-NEXT-CCYY = WS-TODAY8 / 10000.
           COMPUTE WS-NEXT-MM = WS-TODAY-MM + 1.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-CCYY.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-YEARS NUMERIC AND PARM-YEARS > 0
               MOVE PARM-YEARS TO WS-YEARS.
           OPEN I-O PLASTIC-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT STATTAB-FILE.
           OPEN OUTPUT EMBOSS-FILE.
           OPEN OUTPUT CARD-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE CARD-RPT-REC FROM HEADER-LINE.
           WRITE CARD-RPT-REC FROM COLUMN-LINE.
           PERFORM 2900-READ-PLASTIC THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ONE CARD.  ONLY PENDING AND ACTIVE CARDS NEED ANYTHING DONE;
      * BLOCKED AND CLOSED CARDS ARE PASSED OVER.
      *****************************************************************
       2000-PROCESS-CARD.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE PC-ACCT TO RPT-ACCT.
           MOVE PC-SEQ TO RPT-SEQ.
           MOVE PC-HOLDER TO RPT-HOLDER.
           IF PC-PENDING
               GO TO 2100-PENDING.
           IF NOT PC-ACTIVE
               GO TO 2000-NEXT.
           IF PC-EXPIRY < WS-TODAY-CCYYMM
               GO TO 2300-EXPIRED.
           IF PC-EXPIRY = WS-NEXT-CCYYMM
               GO TO 2200-RENEW.
           GO TO 2000-NEXT.
       2100-PENDING.
           PERFORM 2500-CK-ACCOUNT THRU 2500-EXIT.
           IF ACCT-NOT-YET
               ADD 1 TO WS-WAIT-CNT
               GO TO 2000-NEXT.
           IF ACCT-CLOSED-FOR-CARDS
               MOVE 'X' TO PC-STATUS
               REWRITE PLASTIC-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               ADD 1 TO WS-CLOSED-CNT
               MOVE 'NOT EMBOSSED - ACCOUNT CLOSED TO CARDS'
                   TO RPT-NOTE
               GO TO 2000-WRITE.
           COMPUTE WS-NEW-CCYY = WS-TODAY8 / 10000 + WS-YEARS.
           MOVE WS-TODAY-MM TO WS-NEW-MM.
           MOVE WS-NEW-CCYYMM TO PC-EXPIRY.
           PERFORM 2600-EMBOSS THRU 2600-EXIT.
           ADD 1 TO WS-NEW-CNT.
           MOVE 'EMBOSSED - NEW' TO RPT-NOTE.
           IF PC-FOR-REPLACEMENT
               MOVE 'EMBOSSED - LOST/STOLEN REPLACEMENT' TO RPT-NOTE.
           IF PC-FOR-BUYER
               MOVE 'EMBOSSED - AUTHORIZED BUYER' TO RPT-NOTE.
           GO TO 2000-WRITE.
       2200-RENEW.
           PERFORM 2500-CK-ACCOUNT THRU 2500-EXIT.
           IF NOT ACCT-OPEN-FOR-CARDS
               ADD 1 TO WS-NORENEW-CNT
               MOVE 'NOT RENEWED - ACCOUNT NOT OPEN TO CARDS'
                   TO RPT-NOTE
               GO TO 2000-WRITE.
           COMPUTE WS-NEW-CCYY = PC-EXP-CCYY + WS-YEARS.
           MOVE PC-EXP-MM TO WS-NEW-MM.
           MOVE WS-NEW-CCYYMM TO PC-EXPIRY.
           MOVE 'R' TO PC-REASON.
           PERFORM 2600-EMBOSS THRU 2600-EXIT.
           ADD 1 TO WS-RENEW-CNT.
           MOVE 'RENEWED - EMBOSSED' TO RPT-NOTE.
           GO TO 2000-WRITE.
       2300-EXPIRED.
           MOVE 'X' TO PC-STATUS.
           REWRITE PLASTIC-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-EXPIRED-CNT.
           MOVE 'EXPIRED - CLOSED' TO RPT-NOTE.
       2000-WRITE.
           MOVE PC-EXPIRY TO RPT-EXPIRY.
           WRITE CARD-RPT-REC FROM RPT-LINE.
       2000-NEXT.
           PERFORM 2900-READ-PLASTIC THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * MAY THIS ACCOUNT HAVE CARDS?  'O' YES, 'C' NEVER AGAIN (AN
      * AUTHORIZATION-BLOCKING STATUS, A DECEASED CUSTOMER OR NO
      * MASTER RECORD), 'W' NOT YET (PENDING APPROVAL OR HELD AS A
      * POSSIBLE SANCTIONS MATCH).
      *****************************************************************
       2500-CK-ACCOUNT.
           MOVE 'O' TO WS-ACCT-OK-SW.
           MOVE PC-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND OR DECEDO = 'D'
               MOVE 'C' TO WS-ACCT-OK-SW
               GO TO 2500-EXIT.
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SB-FOUND
               IF SB-BLK-AUTH = 'Y'
                   MOVE 'C' TO WS-ACCT-OK-SW
                   GO TO 2500-EXIT
               END-IF
           ELSE
               IF STATDO = 'CL' OR STATDO = 'CO' OR STATDO = 'RV'
                   MOVE 'C' TO WS-ACCT-OK-SW
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF APPRDO = 'P' OR OFACDO = 'H'
               MOVE 'W' TO WS-ACCT-OK-SW.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * THE EMBOSS RECORD CARRIES THE CARDHOLDER'S NAME ON THE FACE
      * OF THE CARD AND THE PRIMARY CARDHOLDER'S NAME AND ADDRESS ON
      * THE CARRIER.  THE CARD GOES ACTIVE AS IT IS SENT.
      *****************************************************************
       2600-EMBOSS.
           MOVE SPACES TO EMBOSS-REC.
           MOVE 'D' TO EM-REC-TYPE.
           MOVE PC-ACCT TO EM-ACCT.
           MOVE PC-SEQ TO EM-SEQ.
           MOVE PC-HOLDER TO EM-EMBOSS-NAME.
           MOVE PC-EXP-MM TO EM-EXP-MM.
           COMPUTE EM-EXP-YY = PC-EXP-CCYY - (PC-EXP-CCYY / 100) * 100.
           MOVE PC-REASON TO EM-REASON.
           MOVE SPACES TO EM-MAIL-NAME.
           STRING FNAMEDO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SNAMEDO DELIMITED BY SPACE
               INTO EM-MAIL-NAME.
           MOVE ADDR1DO TO EM-ADDR1.
           MOVE ADDR2DO TO EM-ADDR2.
           MOVE ADDR3DO TO EM-ADDR3.
           MOVE WS-TODAY8 TO EM-ISSUE-DATE.
           WRITE EMBOSS-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-EM-CNT.
           MOVE 'A' TO PC-STATUS.
           MOVE WS-TODAY8 TO PC-ISSUE-DATE.
           REWRITE PLASTIC-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       2600-EXIT.
           EXIT.
       2900-READ-PLASTIC.
           READ PLASTIC-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO EMBOSS-REC.
           MOVE 'T' TO EM-REC-TYPE.
           MOVE WS-EM-CNT TO EM-TRL-COUNT.
           MOVE WS-TODAY8 TO EM-TRL-DATE.
           WRITE EMBOSS-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'CARDS READ:                     ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE CARD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NEW CARDS EMBOSSED:             ' TO SUM-LABEL.
           MOVE WS-NEW-CNT TO SUM-CNT.
           WRITE CARD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CARDS RENEWED:                  ' TO SUM-LABEL.
           MOVE WS-RENEW-CNT TO SUM-CNT.
           WRITE CARD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'EMBOSS RECORDS WRITTEN:         ' TO SUM-LABEL.
           MOVE WS-EM-CNT TO SUM-CNT.
           WRITE CARD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CARDS EXPIRED AND CLOSED:       ' TO SUM-LABEL.
           MOVE WS-EXPIRED-CNT TO SUM-CNT.
           WRITE CARD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT RENEWED, ACCOUNT NOT OPEN:  ' TO SUM-LABEL.
           MOVE WS-NORENEW-CNT TO SUM-CNT.
           WRITE CARD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PENDING CLOSED, ACCOUNT CLOSED: ' TO SUM-LABEL.
           MOVE WS-CLOSED-CNT TO SUM-CNT.
           WRITE CARD-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PENDING, ACCOUNT NOT YET OPEN:  ' TO SUM-LABEL.
           MOVE WS-WAIT-CNT TO SUM-CNT.
           WRITE CARD-RPT-REC FROM SUMMARY-LINE.
           CLOSE PLASTIC-FILE, ACCT-MASTER, STATTAB-FILE,
               EMBOSS-FILE, CARD-REPORT-FILE.
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
       9820-CK-WRITE.
           MOVE 'WRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9830-CK-REWRITE.
           MOVE 'REWRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-PC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PLASTIC' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PC-KEY TO ABL-KEY
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
           MOVE WS-SB-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STATTAB' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SB-STATUS TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-EM-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'EMBOSS' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE EMBOSS-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'CARDRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CARD-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT100' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
