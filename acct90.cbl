       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT90.
       REMARKS. THIS BATCH PROGRAM LOADS THE DEATH-MASTER MATCH FILE
                OUR DATA VENDOR RETURNS AFTER RUNNING THE CUSTOMER
                BASE AGAINST THE SOCIAL SECURITY DEATH MASTER, SO A
                DECEASED CUSTOMER STOPS DRAWING LETTERS AND CALLS THE
                SAME DAY THE MATCH COMES BACK.  EACH MATCH NAMES AN
                ACCOUNT, THE SOCIAL SECURITY NUMBER AND NAME THE
                VENDOR MATCHED ON, AND THE CCYYMMDD DATE OF DEATH.
                THE MATCH IS PROVED AGAINST OUR OWN RECORDS BEFORE IT
                IS TAKEN: AGAINST THE TAXPAYER ID ON THE SECURED
                IDENTITY FILE WHEN ONE HAS BEEN KEYED, OTHERWISE
                AGAINST THE SURNAME ON THE MASTER.  A PROVED MATCH
                SETS DECEDO 'D' ON THE MASTER, WHICH HALTS ACCT14
                FINANCE CHARGES, ACCT83 FEES, ACCT16 DUNNING, ACCT17
                QUEUING, ACCT48 DIALING AND ACCT19 PLACEMENT; AN
                ACCOUNT ALREADY PLACED (AGENCYDO 'A') IS RECALLED AND
                LISTED SO THE AGENCY IS NOTIFIED, AND ANY COLLWK
                ENTRY IS REMOVED.  AN OPEN CLAIM IS WRITTEN TO THE
                ESTATE FILE FOR ACCT92 TO MAIL THE ESTATE-CLAIM
                LETTER AND FOLLOW, AND THE EVENT GOES ON THE ACCTAUD
                TRAIL AS A TYPE 'F' RECORD.  UNKNOWN ACCOUNTS,
                UNUSABLE OR UNPROVED MATCHES ARE REJECTED ON THE RUN
                REPORT; AN ACCOUNT ALREADY RECORDED AS DECEASED IS
                ONLY COUNTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-FILE ASSIGN TO DTHMATCH
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT IDENTITY-FILE ASSIGN TO IDENTITY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ACCT
               FILE STATUS IS WS-ID-STATUS.
           SELECT ESTATE-FILE ASSIGN TO ESTATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-ACCT
               FILE STATUS IS WS-ES-STATUS.
           SELECT COLLWK-FILE ASSIGN TO COLLWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CW-ACCT
               FILE STATUS IS WS-COLLWK-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT DTH-REPORT-FILE ASSIGN TO DTHRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-FILE
           RECORDING MODE F.
       01  MATCH-REC.
           05  DM-ACCT                 PIC X(5).
           05  DM-SSN                  PIC X(9).
           05  DM-SNAME                PIC X(12).
           05  DM-FNAME                PIC X(7).
           05  DM-DOD                  PIC 9(8).
           05  FILLER                  PIC X(39).
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  IDENTITY-FILE
           RECORDING MODE F.
       01  IDENTITY-REC.
           COPY IDENTITY.
       FD  ESTATE-FILE
           RECORDING MODE F.
       01  ESTATE-REC.
           COPY ESTATE.
       FD  COLLWK-FILE
           RECORDING MODE F.
       01  COLLWK-REC.
           COPY COLLWK.
       FD  ACCTAUD-FILE
           RECORDING MODE F.
       01  ACCTAUD-REC.
           COPY ACCTAUD.
       FD  DTH-REPORT-FILE
           RECORDING MODE F.
       01  DTH-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-MATCH-STATUS         PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-ID-STATUS            PIC XX VALUE SPACES.
               88  ID-FOUND                VALUE '00'.
           02  WS-ES-STATUS            PIC XX VALUE SPACES.
               88  ES-FOUND                VALUE '00'.
           02  WS-COLLWK-STATUS        PIC XX VALUE SPACES.
               88  COLLWK-FOUND            VALUE '00'.
           02  WS-AUD-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-ALREADY-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-RECALL-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-REJ-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-AUD-SEQ              PIC S9(4) COMP VALUE +0.
           02  WS-NOW-DATE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOW-TIME             PIC S9(7) COMP-3 VALUE 0.
       01  WS-NOW-DAY.
           02  WS-NOW-YY               PIC 9(2).
           02  WS-NOW-DDD              PIC 9(3).
       01  WS-NOW-HMS                  PIC 9(8).
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-CCYYMMDD           PIC 9(8) VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT90 DEATH-MASTER MATCH PROCESSING - RUN REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-FNAME               PIC X(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-DOD                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(40).
           02  FILLER                  PIC X(20) VALUE SPACES.
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
           PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT MATCH-FILE.
           OPEN I-O ACCT-MASTER.
           OPEN INPUT IDENTITY-FILE.
           OPEN I-O ESTATE-FILE.
           OPEN I-O COLLWK-FILE.
           OPEN I-O ACCTAUD-FILE.
           OPEN OUTPUT DTH-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE DTH-RPT-REC FROM HEADER-LINE.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
           IF WS-NOW-YY > 50
               COMPUTE WS-NOW-DATE = WS-NOW-YY * 1000 + WS-NOW-DDD
           ELSE
               COMPUTE WS-NOW-DATE =
                   100000 + WS-NOW-YY * 1000 + WS-NOW-DDD.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           IF WS-TODAY-YY > 50
               COMPUTE WS-TODAY-CCYYMMDD = 19000000
                   + WS-TODAY-YY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD
           ELSE
               COMPUTE WS-TODAY-CCYYMMDD = 20000000
                   + WS-TODAY-YY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD.
           PERFORM 2100-READ-MATCH THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-MATCH.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE DM-ACCT TO RPT-ACCTC.
           MOVE DM-SNAME TO RPT-SNAME.
           MOVE DM-FNAME TO RPT-FNAME.
           MOVE DM-DOD TO RPT-DOD.
           IF DM-ACCT NOT NUMERIC OR DM-DOD NOT NUMERIC
               OR DM-DOD = 0 OR DM-DOD > WS-TODAY-CCYYMMDD
               MOVE 'MATCH NOT USABLE - REJECTED' TO RPT-NOTE
               GO TO 2000-REJECT.
           MOVE DM-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               MOVE 'ACCOUNT NOT FOUND - REJECTED' TO RPT-NOTE
               GO TO 2000-REJECT.
      *    THE VENDOR'S MATCH IS ONLY AS GOOD AS ITS KEYS; IT MUST
      *    AGREE WITH THE TAXPAYER ID WE HOLD, OR FAILING ONE, WITH
      *    THE SURNAME ON THE MASTER.
           MOVE DM-ACCT TO ID-ACCT.
           READ IDENTITY-FILE
               INVALID KEY MOVE '23' TO WS-ID-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ID-FOUND AND ID-CAPTURED
               IF ID-TIN NOT = DM-SSN
                   MOVE 'SSN DISAGREES WITH IDENTITY - REJECTED'
                       TO RPT-NOTE
                   GO TO 2000-REJECT
               END-IF
           ELSE
               IF DM-SNAME NOT = SNAMEDO
                   MOVE 'SURNAME DISAGREES - REJECTED' TO RPT-NOTE
                   GO TO 2000-REJECT
               END-IF
           END-IF.
           IF DECEDO = 'D'
               ADD 1 TO WS-ALREADY-CNT
               MOVE 'ALREADY RECORDED AS DECEASED' TO RPT-NOTE
               WRITE DTH-RPT-REC FROM RPT-LINE
               GO TO 2000-READ-NEXT.
           PERFORM 2200-RECORD-DEATH THRU 2200-EXIT.
           PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
           WRITE DTH-RPT-REC FROM RPT-LINE.
           GO TO 2000-READ-NEXT.
       2000-REJECT.
           ADD 1 TO WS-REJ-CNT.
           WRITE DTH-RPT-REC FROM RPT-LINE.
       2000-READ-NEXT.
           PERFORM 2100-READ-MATCH THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-MATCH.
           READ MATCH-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * THE HOLD GOES ON AT ONCE, THE SAME WAY ACCT52 PUTS ON A
      * BANKRUPTCY HOLD: THE MASTER FLAG, A RECALL IF THE ACCOUNT IS
      * SITTING WITH THE AGENCY, REMOVAL FROM THE COLLECTION QUEUE,
      * AND THE OPEN ESTATE CLAIM.
      *****************************************************************
       2200-RECORD-DEATH.
           MOVE 'D' TO DECEDO.
           MOVE 'DECEASED - ALL COLLECTION HALTED' TO RPT-NOTE.
           IF AGENCYDO = 'A'
               MOVE SPACE TO AGENCYDO
               ADD 1 TO WS-RECALL-CNT
               MOVE 'DECEASED - RECALLED FROM AGENCY' TO RPT-NOTE.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           PERFORM 2500-PUT-ESTATE THRU 2500-EXIT.
           MOVE DM-ACCT TO CW-ACCT.
           READ COLLWK-FILE
               INVALID KEY MOVE '23' TO WS-COLLWK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF COLLWK-FOUND
               DELETE COLLWK-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM 9840-CK-DELETE THRU 9850-EXIT.
           ADD 1 TO WS-DECD-CNT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * A CLAIM LEFT FROM A NOTICE LATER WITHDRAWN IS REOPENED FROM
      * SCRATCH; THE LETTER DATE STARTS AT ZERO SO ACCT92 MAILS THE
      * ESTATE-CLAIM LETTER ON ITS NEXT RUN.
      *****************************************************************
       2500-PUT-ESTATE.
           MOVE DM-ACCT TO ES-ACCT.
           READ ESTATE-FILE
               INVALID KEY MOVE '23' TO WS-ES-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           MOVE SPACES TO ESTATE-REC.
           MOVE DM-ACCT TO ES-ACCT.
           MOVE 'O' TO ES-STATUS.
           MOVE 'M' TO ES-SOURCE.
           MOVE DM-DOD TO ES-DOD.
           MOVE WS-TODAY-CCYYMMDD TO ES-NOTICE-DATE.
           MOVE 0 TO ES-LETTER-DATE, ES-CLOSE-DATE.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO ES-BAL-AT-NOTICE
           ELSE
               MOVE 0 TO ES-BAL-AT-NOTICE.
           MOVE 'DEATH MASTER' TO ES-CONTACT.
           MOVE 'BAT' TO ES-OPID.
           IF ES-FOUND
               REWRITE ESTATE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               WRITE ESTATE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * THE EVENT GOES ON THE AUDIT TRAIL AS A TYPE 'F' RECORD.  ONLY
      * THE LAST FOUR DIGITS OF THE NUMBER THE VENDOR MATCHED ON ARE
      * KEPT THERE.
      *****************************************************************
       2600-WRITE-AUDIT.
           MOVE DM-ACCT TO AUD-ACCT.
           MOVE WS-NOW-DATE TO AUD-DATE.
           MOVE WS-NOW-TIME TO AUD-TIME.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-AUD-SEQ TO AUD-SEQ.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'F' TO AUD-REQC.
           MOVE 'DECEASED' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE 'M' TO AUD-IMAGE (1:1).
           MOVE DM-DOD TO AUD-IMAGE (3:8).
           MOVE DM-SSN (6:4) TO AUD-IMAGE (12:4).
           MOVE 'DEATH MASTER' TO AUD-IMAGE (17:24).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2600-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'MATCHES READ:               ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE DTH-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RECORDED AS DECEASED:       ' TO SUM-LABEL.
           MOVE WS-DECD-CNT TO SUM-CNT.
           WRITE DTH-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ALREADY RECORDED:           ' TO SUM-LABEL.
           MOVE WS-ALREADY-CNT TO SUM-CNT.
           WRITE DTH-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RECALLED FROM AGENCY:       ' TO SUM-LABEL.
           MOVE WS-RECALL-CNT TO SUM-CNT.
           WRITE DTH-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REJECTED:                   ' TO SUM-LABEL.
           MOVE WS-REJ-CNT TO SUM-CNT.
           WRITE DTH-RPT-REC FROM SUMMARY-LINE.
           CLOSE MATCH-FILE, ACCT-MASTER, IDENTITY-FILE,
               ESTATE-FILE, COLLWK-FILE, ACCTAUD-FILE,
               DTH-REPORT-FILE.
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
       9840-CK-DELETE.
           MOVE 'DELETE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-MATCH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DTHMATCH' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MATCH-REC TO ABL-KEY
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
           MOVE WS-ID-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'IDENTITY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ID-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ES-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ESTATE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ES-ACCT TO ABL-KEY
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
               MOVE 'DTHRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DTH-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT90' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
