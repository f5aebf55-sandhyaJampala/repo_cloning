       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT128.
       REMARKS. THIS DAILY BATCH PROGRAM LOADS THE PRINT VENDOR'S MAIL
                CONFIRMATION FILE (MAILCONF) AND PROVES WHAT WAS
                ACTUALLY MAILED, WHERE THE MXBPB510 CONTROL REPORT ONLY
                PROVES WHAT WAS SENT TO THE VENDOR.
                EACH CONFIRMATION NAMES A DOCUMENT BY THE MXBPB510
                DOCUMENT KEY AND GIVES THE DATE IT WAS MAILED.  THE
                DOCUMENT IS FOUND ON CORRHIST BY ACCOUNT, FORM,
                HANDLING CODE AND DOCUMENT DATE, AND THE MAILED DATE IS
                STAMPED ON IT SO THE AC26 BROWSE SHOWS IT.  A
                CONFIRMATION THAT MATCHES NO DOCUMENT, ONE ALREADY
                CONFIRMED, OR ONE THAT CANNOT BE READ IS LISTED.
                EVERY DOCUMENT STILL UNCONFIRMED MORE THAN A SET NUMBER
                OF BUSINESS DAYS AFTER ITS DOCUMENT DATE IS THEN LISTED
                - THE NUMBER IS READ FROM THE MCFPARM CARD (DEFAULT 5)
                AND COUNTED THROUGH THE CBLPGM02 CALENDAR.  A STATEMENT
                OR DUNNING LETTER AMONG THEM IS MARKED NOT MAILED ON
                CORRHIST, SO COLLECTIONS DOES NOT COUNT IT AS NOTICE TO
                THE CUSTOMER (SEE ACCT19); A CONFIRMATION ARRIVING LATER
                STILL STAMPS IT MAILED.
                LAST, THE CONFIRMED COUNTS BY HANDLING CODE ARE SET
                AGAINST THE MXBPB510 CSV CONTROL EXTRACT (XRXCTLX) OF
                THE RUN BEING RECONCILED: DOCUMENTS MXBPB510 COUNTED,
                DOCUMENTS LOGGED ON CORRHIST FOR THAT DOCUMENT DATE, HOW
                MANY OF THEM ARE CONFIRMED MAILED, AND HOW MANY ARE
                STILL OUTSTANDING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO MCFPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MAILCONF-FILE ASSIGN TO MAILCONF
               FILE STATUS IS WS-MC-STATUS.
           SELECT CTLX-FILE ASSIGN TO XRXCTLX
               FILE STATUS IS WS-CX-STATUS.
           SELECT CORRHIST-FILE ASSIGN TO CORRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CH-STATUS.
           SELECT MCF-REPORT-FILE ASSIGN TO MCFRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
      *        BUSINESS DAYS A DOCUMENT MAY GO UNCONFIRMED BEFORE IT IS
      *        REPORTED; BLANK OR NOT NUMERIC TAKES THE DEFAULT.
           05  PARM-CONF-DAYS          PIC X(2).
           05  FILLER                  PIC X(78).
       FD  MAILCONF-FILE
           RECORDING MODE F.
       01  MAILCONF-REC.
           COPY MAILCONF.
      *    THE MXBPB510 CSV CONTROL EXTRACT - ONE LINE PER HANDLING
      *    CODE AND ENTITY, IN THE CSV-EXTRACT-LINE LAYOUT OF MXWWB51.
       FD  CTLX-FILE
           RECORDING MODE F.
       01  CTLX-REC.
           05  CX-HANDLING-CODE        PIC X(2).
           05  FILLER                  PIC X.
           05  CX-ENTITY-NO            PIC 9(4).
           05  FILLER                  PIC X.
           05  CX-PAGE-CNT             PIC 9(9).
           05  FILLER                  PIC X.
           05  CX-DOC-CNT              PIC 9(9).
           05  FILLER                  PIC X.
           05  CX-ENV-CNT              PIC 9(9).
           05  FILLER                  PIC X.
           05  CX-CONTROL-TOT          PIC 9(15).
           05  FILLER                  PIC X.
           05  CX-FORM-NAME            PIC X(8).
           05  FILLER                  PIC X.
           05  CX-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(27).
       FD  CORRHIST-FILE
           RECORDING MODE F.
       01  CORRHIST-REC.
           COPY CORRHIST.
       FD  MCF-REPORT-FILE
           RECORDING MODE F.
       01  MCF-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-MC-STATUS            PIC XX VALUE SPACES.
           02  WS-CX-STATUS            PIC XX VALUE SPACES.
               88  CX-OK                   VALUE '00'.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
               88  CORRHIST-OK             VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-CH-EOF-SW            PIC X VALUE 'N'.
               88  CH-DONE                 VALUE 'Y'.
           02  WS-CX-EOF-SW            PIC X VALUE 'N'.
               88  CX-DONE                 VALUE 'Y'.
           02  WS-FOUND-SW             PIC X VALUE 'N'.
               88  DOC-FOUND               VALUE 'Y'.
           02  WS-DUP-SW               PIC X VALUE 'N'.
               88  DOC-ALREADY-MAILED      VALUE 'Y'.
           02  WS-RUN-SW               PIC X VALUE 'N'.
               88  RECONCILE-RUN           VALUE 'Y'.
           02  WS-CONF-DAYS            PIC S9(3) COMP-3 VALUE +5.
           02  WS-ACCT                 PIC X(5) VALUE SPACES.
           02  WS-CONF-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-STAMP-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-LATE-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DUP-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOMATCH-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-BAD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-UNCONF-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-FLAG-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOTMAIL-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-RC-SUB               PIC S9(4) COMP VALUE +0.
           02  WS-RC-USED              PIC S9(4) COMP VALUE +0.
           02  WS-RC-MAX               PIC S9(4) COMP VALUE +50.
           02  WS-RC-OUT               PIC S9(9) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-FULL               PIC 9(8).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-RUN-DATE-X.
           02  WS-RUN-CCYY             PIC X(4).
           02  WS-RUN-MM               PIC X(2).
           02  WS-RUN-DD               PIC X(2).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-X PIC 9(8).
       01  WS-DOC-CCYY                 PIC 9(4).
       01  CALENDAR-LINK.
           02  CAL-FUNCTION-CD         PIC X.
           02  CAL-DATE-1              PIC 9(8).
           02  CAL-DATE-2              PIC 9(8).
           02  CAL-BUSDAY-SW           PIC X.
           02  CAL-RESULT-DATE         PIC 9(8).
           02  CAL-DAY-COUNT           PIC S9(5) COMP-3.
           02  CAL-STATUS              PIC X.
      *    ONE ROW PER HANDLING CODE ON THE RUN BEING RECONCILED.
       01  RECON-TABLE.
           02  RC-ENTRY                OCCURS 50 TIMES.
               04  RC-HANDLING         PIC X(2).
               04  RC-XRX-DOCS         PIC S9(9) COMP-3.
               04  RC-LOGGED           PIC S9(9) COMP-3.
               04  RC-CONFIRMED        PIC S9(9) COMP-3.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT128 PRINT VENDOR MAIL CONFIRMATION REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  CONF-HDR-LINE.
           02  FILLER                  PIC X(50) VALUE
               'CONFIRMATIONS NOT APPLIED'.
           02  FILLER                  PIC X(50) VALUE SPACES.
       01  CONF-HDR-LINE-2.
           02  FILLER                  PIC X(50) VALUE
               'ACCT  HC FORM      DOC DATE    MAILED      REASON '.
           02  FILLER                  PIC X(50) VALUE SPACES.
       01  CONF-LINE.
           02  CF-ACCT                 PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  CF-HAND                 PIC X(2).
           02  FILLER                  PIC X VALUE SPACE.
           02  CF-FORM                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CF-DOC-DATE             PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CF-MAILED               PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CF-REASON               PIC X(30).
           02  FILLER                  PIC X(27) VALUE SPACES.
       01  UNM-HDR-LINE.
           02  FILLER                  PIC X(44) VALUE
               'DOCUMENTS NOT CONFIRMED MAILED AFTER (DAYS) '.
           02  UH-DAYS                 PIC ZZ9.
           02  FILLER                  PIC X(53) VALUE SPACES.
       01  UNM-HDR-LINE-2.
           02  FILLER                  PIC X(50) VALUE
               'ACCT  HC FORM      DOC DATE    DAYS  NOTE         '.
           02  FILLER                  PIC X(50) VALUE SPACES.
       01  UNM-LINE.
           02  UN-ACCT                 PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  UN-HAND                 PIC X(2).
           02  FILLER                  PIC X VALUE SPACE.
           02  UN-FORM                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  UN-DOC-DATE             PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  UN-DAYS                 PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  UN-NOTE                 PIC X(30).
           02  FILLER                  PIC X(33) VALUE SPACES.
       01  REC-HDR-LINE.
           02  FILLER                  PIC X(45) VALUE
               'RECONCILIATION TO MXBPB510 FOR DOCUMENT DATE '.
           02  RH-DATE                 PIC X(10).
           02  FILLER                  PIC X(45) VALUE SPACES.
       01  REC-HDR-LINE-2.
           02  FILLER                  PIC X(50) VALUE
               'HC   MXBPB510    LOGGED CONFIRMED   OUTSTNDG  NOTE'.
           02  FILLER                  PIC X(50) VALUE SPACES.
       01  REC-LINE.
           02  RL-HAND                 PIC X(2).
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-XRX                  PIC ZZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-LOGGED               PIC ZZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-CONF                 PIC ZZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  RL-OUT                  PIC -ZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-NOTE                 PIC X(20).
           02  FILLER                  PIC X(36) VALUE SPACES.
       01  NO-RUN-LINE.
           02  FILLER                  PIC X(60) VALUE
               'NO USABLE MXBPB510 CONTROL EXTRACT - NOT RECONCILED'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  DATE-EDIT                   PIC 9999/99/99.
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
           PERFORM 2000-PROCESS-CONF THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 3000-AGE-DOCUMENTS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-CONF-DAYS NUMERIC
               MOVE PARM-CONF-DAYS TO WS-CONF-DAYS.
           OPEN INPUT MAILCONF-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN OUTPUT MCF-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE MCF-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-TODAY-FULL = WS-WINDOW-CCYY * 10000
               + WS-TODAY-MM * 100 + WS-TODAY-DD.
           PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
           WRITE MCF-RPT-REC FROM CONF-HDR-LINE.
           WRITE MCF-RPT-REC FROM CONF-HDR-LINE-2.
           PERFORM 2100-READ-MAILCONF THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE MXBPB510 EXTRACT OF THE RUN TO RECONCILE IS SUMMED INTO ONE
      * ROW PER HANDLING CODE ACROSS ITS ENTITIES.  ITS REPORT DATE IS
      * THE DOCUMENT DATE THE RUN'S DOCUMENTS CARRY.  WITH NO EXTRACT,
      * OR AN UNUSABLE DATE ON IT, THE RECONCILIATION IS SKIPPED.
      *****************************************************************
       1100-LOAD-CONTROL.
           MOVE 0 TO WS-RC-USED.
           OPEN INPUT CTLX-FILE.
           IF NOT CX-OK GO TO 1100-EXIT.
           PERFORM 1110-READ-CTLX THRU 1110-EXIT.
           IF CX-DONE GO TO 1100-CLOSE.
           MOVE CX-RPT-DATE (1:4) TO WS-RUN-CCYY.
           MOVE CX-RPT-DATE (6:2) TO WS-RUN-MM.
           MOVE CX-RPT-DATE (9:2) TO WS-RUN-DD.
           IF WS-RUN-DATE-X NOT NUMERIC GO TO 1100-CLOSE.
           MOVE 'Y' TO WS-RUN-SW.
           PERFORM 1120-ADD-CTLX THRU 1120-EXIT
               UNTIL CX-DONE.
       1100-CLOSE.
           CLOSE CTLX-FILE.
       1100-EXIT.
           EXIT.
       1110-READ-CTLX.
           READ CTLX-FILE
               AT END MOVE 'Y' TO WS-CX-EOF-SW.
           PERFORM 9870-CK-XRXCTLX THRU 9870-EXIT.
       1110-EXIT.
           EXIT.
       1120-ADD-CTLX.
           MOVE CX-HANDLING-CODE TO CH-HANDLING.
           PERFORM 1130-FIND-RC THRU 1130-EXIT.
           IF WS-RC-SUB > 0 AND CX-DOC-CNT NUMERIC
               ADD CX-DOC-CNT TO RC-XRX-DOCS (WS-RC-SUB).
           PERFORM 1110-READ-CTLX THRU 1110-EXIT.
       1120-EXIT.
           EXIT.
      *    THE ROW FOR CH-HANDLING, ADDED WHEN NEW; WS-RC-SUB IS ZERO
      *    WHEN THE TABLE IS FULL.
       1130-FIND-RC.
           PERFORM 1140-SCAN-RC THRU 1140-EXIT
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-RC-USED
               OR RC-HANDLING (WS-RC-SUB) = CH-HANDLING.
           IF WS-RC-SUB NOT > WS-RC-USED GO TO 1130-EXIT.
           IF WS-RC-USED NOT < WS-RC-MAX
               MOVE 0 TO WS-RC-SUB
               GO TO 1130-EXIT.
           ADD 1 TO WS-RC-USED.
           MOVE WS-RC-USED TO WS-RC-SUB.
           MOVE CH-HANDLING TO RC-HANDLING (WS-RC-SUB).
           MOVE 0 TO RC-XRX-DOCS (WS-RC-SUB), RC-LOGGED (WS-RC-SUB),
               RC-CONFIRMED (WS-RC-SUB).
       1130-EXIT.
           EXIT.
       1140-SCAN-RC.
           CONTINUE.
       1140-EXIT.
           EXIT.
      *****************************************************************
      * ONE CONFIRMATION.  THE ACCOUNT IS THE CUSTOMER NUMBER LESS ITS
      * LEADING ZERO, AS THE GENERATORS BUILD IT.
      *****************************************************************
       2000-PROCESS-CONF.
           ADD 1 TO WS-CONF-CNT.
           MOVE MC-CUST-NO (2:5) TO WS-ACCT.
           IF MC-CUST-NO NOT NUMERIC OR MC-DOC-DATE NOT NUMERIC
               OR MC-MAILED-DATE NOT NUMERIC OR MC-MAILED-DATE = 0
               ADD 1 TO WS-BAD-CNT
               MOVE 'CONFIRMATION NOT USABLE' TO CF-REASON
               PERFORM 2400-LIST-CONF THRU 2400-EXIT
               GO TO 2000-READ-NEXT.
           PERFORM 2300-FIND-DOC THRU 2300-EXIT.
           IF DOC-FOUND
               GO TO 2000-READ-NEXT.
           IF DOC-ALREADY-MAILED
               ADD 1 TO WS-DUP-CNT
               MOVE 'ALREADY CONFIRMED' TO CF-REASON
           ELSE
               ADD 1 TO WS-NOMATCH-CNT
               MOVE 'NO MATCHING DOCUMENT' TO CF-REASON.
           PERFORM 2400-LIST-CONF THRU 2400-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-MAILCONF THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-MAILCONF.
           READ MAILCONF-FILE
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
      * THE ACCOUNT'S DOCUMENTS ARE READ FROM THE START OF THE YEAR OF
      * THE DOCUMENT DATE (CORRHIST IS KEYED BY THE 0CYYDDD DATE IT WAS
      * LOGGED, WHICH IS NEVER BEFORE THE DATE PRINTED ON IT).  THE
      * FIRST ONE OF THE SAME FORM, HANDLING CODE AND DOCUMENT DATE NOT
      * YET CONFIRMED TAKES THE MAILED DATE.
      *****************************************************************
       2300-FIND-DOC.
           MOVE 'N' TO WS-FOUND-SW, WS-DUP-SW.
           MOVE 'N' TO WS-CH-EOF-SW.
           DIVIDE MC-DOC-DATE BY 10000 GIVING WS-DOC-CCYY.
           MOVE WS-ACCT TO CH-ACCT.
           COMPUTE CH-DATE = (WS-DOC-CCYY - 1900) * 1000.
           MOVE 0 TO CH-TIME, CH-SEQ.
           START CORRHIST-FILE KEY NOT < CH-KEY
               INVALID KEY GO TO 2300-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2310-SCAN-DOC THRU 2310-EXIT
               UNTIL CH-DONE OR DOC-FOUND.
           IF NOT DOC-FOUND GO TO 2300-EXIT.
           IF CH-NOT-MAILED
               ADD 1 TO WS-LATE-CNT.
           MOVE MC-MAILED-DATE TO CH-MAIL-DATE.
           MOVE 'M' TO CH-MAIL-STAT.
           REWRITE CORRHIST-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-STAMP-CNT.
       2300-EXIT.
           EXIT.
       2310-SCAN-DOC.
           READ CORRHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CH-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT CORRHIST-OK OR CH-ACCT NOT = WS-ACCT
               MOVE 'Y' TO WS-CH-EOF-SW
               GO TO 2310-EXIT.
           IF NOT CH-MAIL-WAITING AND NOT CH-NOT-MAILED
               AND NOT CH-MAILED
               GO TO 2310-EXIT.
           IF CH-FORM NOT = MC-FORM-NAME OR
               CH-HANDLING NOT = MC-SPECIAL-HANDLING
               GO TO 2310-EXIT.
           IF CH-DOC-DATE NOT = MC-DOC-DATE GO TO 2310-EXIT.
           IF CH-MAILED
               MOVE 'Y' TO WS-DUP-SW
               GO TO 2310-EXIT.
           MOVE 'Y' TO WS-FOUND-SW.
       2310-EXIT.
           EXIT.
       2400-LIST-CONF.
           MOVE WS-ACCT TO CF-ACCT.
           MOVE MC-SPECIAL-HANDLING TO CF-HAND.
           MOVE MC-FORM-NAME TO CF-FORM.
           MOVE SPACES TO CF-DOC-DATE, CF-MAILED.
           IF MC-DOC-DATE NUMERIC
               MOVE MC-DOC-DATE TO DATE-EDIT
               MOVE DATE-EDIT TO CF-DOC-DATE.
           IF MC-MAILED-DATE NUMERIC
               MOVE MC-MAILED-DATE TO DATE-EDIT
               MOVE DATE-EDIT TO CF-MAILED.
           WRITE MCF-RPT-REC FROM CONF-LINE.
       2400-EXIT.
           EXIT.
      *****************************************************************
      * ONE PASS OVER CORRHIST AFTER THE LOAD: EVERY TRACKED DOCUMENT
      * OF THE RECONCILED RUN IS COUNTED BY HANDLING CODE, AND EVERY
      * DOCUMENT STILL UNCONFIRMED PAST THE WINDOW IS LISTED.
      *****************************************************************
       3000-AGE-DOCUMENTS.
           MOVE WS-CONF-DAYS TO UH-DAYS.
           WRITE MCF-RPT-REC FROM UNM-HDR-LINE.
           WRITE MCF-RPT-REC FROM UNM-HDR-LINE-2.
           MOVE 'N' TO WS-CH-EOF-SW.
           MOVE LOW-VALUES TO CH-KEY.
           START CORRHIST-FILE KEY NOT < CH-KEY
               INVALID KEY GO TO 3000-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 3100-CHECK-DOC THRU 3100-EXIT
               UNTIL CH-DONE.
       3000-EXIT.
           EXIT.
       3100-CHECK-DOC.
           READ CORRHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CH-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT CORRHIST-OK
               MOVE 'Y' TO WS-CH-EOF-SW
               GO TO 3100-EXIT.
           IF NOT CH-MAIL-WAITING AND NOT CH-NOT-MAILED
               AND NOT CH-MAILED
               GO TO 3100-EXIT.
           IF RECONCILE-RUN AND CH-DOC-DATE = WS-RUN-DATE
               PERFORM 1130-FIND-RC THRU 1130-EXIT
               IF WS-RC-SUB > 0
                   ADD 1 TO RC-LOGGED (WS-RC-SUB)
                   IF CH-MAILED
                       ADD 1 TO RC-CONFIRMED (WS-RC-SUB).
           IF CH-MAILED GO TO 3100-EXIT.
           PERFORM 3200-CK-WINDOW THRU 3200-EXIT.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * BUSINESS DAYS AFTER THE DOCUMENT DATE THROUGH TODAY.  PAST THE
      * WINDOW THE DOCUMENT IS LISTED, AND A STATEMENT OR DUNNING
      * LETTER IS MARKED NOT MAILED THE FIRST TIME IT IS.
      *****************************************************************
       3200-CK-WINDOW.
           MOVE SPACES TO UN-NOTE.
           MOVE 0 TO UN-DAYS.
           MOVE '4' TO CAL-FUNCTION-CD.
           MOVE CH-DOC-DATE TO CAL-DATE-1.
           MOVE WS-TODAY-FULL TO CAL-DATE-2.
           CALL 'CBLPGM02' USING CALENDAR-LINK.
           IF CAL-STATUS NOT = '0'
               MOVE 'BAD DOCUMENT DATE' TO UN-NOTE
               GO TO 3200-WRITE.
           IF CAL-DAY-COUNT NOT > WS-CONF-DAYS GO TO 3200-EXIT.
           MOVE CAL-DAY-COUNT TO UN-DAYS.
           IF CH-NOT-MAILED
               MOVE 'NOT MAILED - NOT NOTICE' TO UN-NOTE
               ADD 1 TO WS-NOTMAIL-CNT
               GO TO 3200-WRITE.
           IF NOT CH-IS-NOTICE GO TO 3200-WRITE.
           MOVE 'N' TO CH-MAIL-STAT.
           REWRITE CORRHIST-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE 'FLAGGED NOT MAILED' TO UN-NOTE.
           ADD 1 TO WS-FLAG-CNT.
       3200-WRITE.
           ADD 1 TO WS-UNCONF-CNT.
           MOVE CH-ACCT TO UN-ACCT.
           MOVE CH-HANDLING TO UN-HAND.
           MOVE CH-FORM TO UN-FORM.
           MOVE SPACES TO UN-DOC-DATE.
           IF CH-DOC-DATE NUMERIC
               MOVE CH-DOC-DATE TO DATE-EDIT
               MOVE DATE-EDIT TO UN-DOC-DATE.
           WRITE MCF-RPT-REC FROM UNM-LINE.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * THE RECONCILIATION.  OUTSTANDING IS WHAT MXBPB510 COUNTED LESS
      * WHAT HAS BEEN CONFIRMED MAILED SO FAR.
      *****************************************************************
       4000-RECONCILE.
           IF NOT RECONCILE-RUN
               WRITE MCF-RPT-REC FROM NO-RUN-LINE
               GO TO 4000-EXIT.
           MOVE WS-RUN-DATE TO DATE-EDIT.
           MOVE DATE-EDIT TO RH-DATE.
           WRITE MCF-RPT-REC FROM REC-HDR-LINE.
           WRITE MCF-RPT-REC FROM REC-HDR-LINE-2.
           PERFORM 4100-RECON-LINE THRU 4100-EXIT
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-RC-USED.
       4000-EXIT.
           EXIT.
       4100-RECON-LINE.
           MOVE SPACES TO RL-NOTE.
           MOVE RC-HANDLING (WS-RC-SUB) TO RL-HAND.
           MOVE RC-XRX-DOCS (WS-RC-SUB) TO RL-XRX.
           MOVE RC-LOGGED (WS-RC-SUB) TO RL-LOGGED.
           MOVE RC-CONFIRMED (WS-RC-SUB) TO RL-CONF.
           COMPUTE WS-RC-OUT = RC-XRX-DOCS (WS-RC-SUB)
               - RC-CONFIRMED (WS-RC-SUB).
           MOVE WS-RC-OUT TO RL-OUT.
           IF WS-RC-OUT = 0
               MOVE 'ALL MAILED' TO RL-NOTE.
           IF RC-LOGGED (WS-RC-SUB) NOT = RC-XRX-DOCS (WS-RC-SUB)
               MOVE 'LOGGED NOT = MXBPB510' TO RL-NOTE.
           IF RC-CONFIRMED (WS-RC-SUB) > RC-XRX-DOCS (WS-RC-SUB)
               MOVE 'OVER-CONFIRMED' TO RL-NOTE.
           WRITE MCF-RPT-REC FROM REC-LINE.
       4100-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 4000-RECONCILE THRU 4000-EXIT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'CONFIRMATIONS READ:         ' TO SUM-LABEL.
           MOVE WS-CONF-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'DOCUMENTS STAMPED MAILED:   ' TO SUM-LABEL.
           MOVE WS-STAMP-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH AFTER FLAGGING:  ' TO SUM-LABEL.
           MOVE WS-LATE-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ALREADY CONFIRMED:          ' TO SUM-LABEL.
           MOVE WS-DUP-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NO MATCHING DOCUMENT:       ' TO SUM-LABEL.
           MOVE WS-NOMATCH-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT USABLE:                 ' TO SUM-LABEL.
           MOVE WS-BAD-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'UNCONFIRMED PAST WINDOW:    ' TO SUM-LABEL.
           MOVE WS-UNCONF-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           MOVE '  NEWLY FLAGGED NOT MAILED: ' TO SUM-LABEL.
           MOVE WS-FLAG-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           MOVE '  FLAGGED ON EARLIER RUNS:  ' TO SUM-LABEL.
           MOVE WS-NOTMAIL-CNT TO SUM-CNT.
           WRITE MCF-RPT-REC FROM SUMMARY-LINE.
           CLOSE MAILCONF-FILE, CORRHIST-FILE, MCF-REPORT-FILE.
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
       9830-CK-REWRITE.
           MOVE 'REWRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-MC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MAILCONF' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MAILCONF-REC TO ABL-KEY
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
               MOVE 'MCFRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MCF-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT128' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
      *****************************************************************
      * XRXCTLX MAY NOT BE THERE, SO ITS OPEN IS TESTED WHERE IT IS
      * OPENED AND IT IS LEFT OUT OF 9850-CK-FILES.  ONCE IT IS OPEN,
      * A HARD STATUS ON A READ ENDS THE RUN THE SAME WAY.
      *****************************************************************
       9870-CK-XRXCTLX.
           MOVE WS-CX-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9870-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'XRXCTLX' TO ABL-FILE-NAME.
           MOVE 'S' TO ABL-FILE-ORG.
           MOVE CTLX-REC TO ABL-KEY.
           GO TO 9860-ABEND.
       9870-EXIT.
           EXIT.
