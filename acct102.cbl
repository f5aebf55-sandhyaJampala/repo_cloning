       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT102.
       REMARKS. THIS WEEKLY BATCH JOB WRITES THE SKIP-TRACE VENDOR
                EXTRACT.  ACCT49 FLAGS A TELEPHONE THE DIALER REPORTS
                AS A BAD NUMBER (TELFLDO 'B') AND ACCT35 FLAGS AN
                ADDRESS THE POST OFFICE RETURNS MAIL FROM (MAILFLDO
                'R'); EVERY ACCOUNT CARRYING EITHER FLAG IS SENT TO
                THE VENDOR WITH ITS NAME, LAST KNOWN TELEPHONE AND
                ADDRESS, WHICH OF THE TWO IS BAD, AND - WHEN CAPTURED
                - THE TAXPAYER ID AND DATE OF BIRTH FROM THE IDENTITY
                FILE THE VENDOR MATCHES ON.  PASSED OVER ARE
                  - A DECEASED CUSTOMER (THE ESTATE IS WORKED
                    INSTEAD) AND AN ACTIVE BANKRUPTCY;
                  - A CLOSED ACCOUNT WITH NOTHING OWING;
                  - AN ACCOUNT WHOSE LAST CANDIDATES ARE STILL
                    WAITING ON THE AC40 REVIEW QUEUE (SKIPTRC), SO
                    THE VENDOR IS NOT PAID TWICE FOR ONE SEARCH.
                THE FILE ENDS WITH A TRAILER CARRYING THE RECORD
                COUNT, AND THE REPORT LISTS EVERY ACCOUNT SENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT IDENTITY-FILE ASSIGN TO IDENTITY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ACCT
               FILE STATUS IS WS-ID-STATUS.
           SELECT SKIPTRC-FILE ASSIGN TO SKIPTRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-SK-STATUS.
           SELECT SKIP-OUT-FILE ASSIGN TO SKIPOUT
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SKIP-REPORT-FILE ASSIGN TO SKIPRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  IDENTITY-FILE
           RECORDING MODE F.
       01  IDENTITY-REC.
           COPY IDENTITY.
       FD  SKIPTRC-FILE
           RECORDING MODE F.
       01  SKIPTRC-REC.
           COPY SKIPTRC.
       FD  SKIP-OUT-FILE
           RECORDING MODE F.
       01  SKIP-OUT-REC.
           05  SO-REC-TYPE             PIC X.
           05  SO-ACCT                 PIC X(5).
           05  SO-SNAME                PIC X(12).
           05  SO-FNAME                PIC X(7).
           05  SO-MI                   PIC X.
           05  SO-TIN                  PIC X(9).
           05  SO-DOB                  PIC 9(8).
           05  SO-TEL                  PIC X(10).
           05  SO-TEL-BAD              PIC X.
           05  SO-ADDR1                PIC X(24).
           05  SO-ADDR2                PIC X(24).
           05  SO-ADDR3                PIC X(16).
           05  SO-ADDR-BAD             PIC X.
           05  SO-BAL                  PIC X(9).
           05  FILLER                  PIC X(22).
       01  SKIP-OUT-TRAILER.
           05  FILLER                  PIC X.
           05  SO-TRL-COUNT            PIC 9(7).
           05  SO-TRL-DATE             PIC 9(8).
           05  FILLER                  PIC X(134).
       FD  SKIP-REPORT-FILE
           RECORDING MODE F.
       01  SKIP-RPT-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
           02  WS-ID-STATUS            PIC XX VALUE SPACES.
               88  ID-FOUND                VALUE '00'.
           02  WS-SK-STATUS            PIC XX VALUE SPACES.
               88  SK-OK                   VALUE '00'.
           02  WS-OUT-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-PENDING-SW           PIC X VALUE 'N'.
               88  REVIEW-PENDING          VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-SENT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-TEL-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-ADDR-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOID-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECE-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-BANK-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-PAID-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-PEND-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-BAL-N                PIC S9(6)V99 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY8                   PIC 9(8) VALUE 0.
       01  BAL-ED                      PIC -9(6).99.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT102 SKIP-TRACE VENDOR EXTRACT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCT                PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-FNAME               PIC X(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(40).
           02  FILLER                  PIC X(31) VALUE SPACES.
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
           PERFORM 2000-PROCESS-ACCT THRU 2000-EXIT
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
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT IDENTITY-FILE.
           OPEN INPUT SKIPTRC-FILE.
           OPEN OUTPUT SKIP-OUT-FILE.
           OPEN OUTPUT SKIP-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE SKIP-RPT-REC FROM HEADER-LINE.
           PERFORM 2900-READ-MASTER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-ACCT.
           ADD 1 TO WS-READ-CNT.
           IF TELFLDO NOT = 'B' AND MAILFLDO NOT = 'R'
               GO TO 2000-NEXT.
           IF DECEDO = 'D'
               ADD 1 TO WS-DECE-CNT
               GO TO 2000-NEXT.
           IF BANKDO = 'B'
               ADD 1 TO WS-BANK-CNT
               GO TO 2000-NEXT.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO WS-BAL-N
           ELSE
               MOVE 0 TO WS-BAL-N.
           IF STATDO = 'CL' AND WS-BAL-N NOT > 0
               ADD 1 TO WS-PAID-CNT
               GO TO 2000-NEXT.
           PERFORM 2100-CK-PENDING THRU 2100-EXIT.
           IF REVIEW-PENDING
               ADD 1 TO WS-PEND-CNT
               GO TO 2000-NEXT.
           PERFORM 2200-WRITE-EXTRACT THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2900-READ-MASTER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * ANY OPEN CANDIDATE ON THE REVIEW QUEUE HOLDS THE ACCOUNT BACK.
      *****************************************************************
       2100-CK-PENDING.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE ACCTDO TO SK-ACCT.
           MOVE 0 TO SK-SEQ.
           START SKIPTRC-FILE KEY NOT < SK-KEY
               INVALID KEY GO TO 2100-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF NOT SK-OK GO TO 2100-EXIT.
           PERFORM 2110-READ-CANDIDATE THRU 2110-EXIT
               UNTIL NOT SK-OK OR REVIEW-PENDING.
       2100-EXIT.
           EXIT.
       2110-READ-CANDIDATE.
           READ SKIPTRC-FILE NEXT RECORD
               AT END MOVE '10' TO WS-SK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SK-OK GO TO 2110-EXIT.
           IF SK-ACCT NOT = ACCTDO
               MOVE '10' TO WS-SK-STATUS
               GO TO 2110-EXIT.
           IF SK-OPEN
               MOVE 'Y' TO WS-PENDING-SW.
       2110-EXIT.
           EXIT.
       2200-WRITE-EXTRACT.
           MOVE SPACES TO SKIP-OUT-REC.
           MOVE 'D' TO SO-REC-TYPE.
           MOVE ACCTDO TO SO-ACCT.
           MOVE SNAMEDO TO SO-SNAME.
           MOVE FNAMEDO TO SO-FNAME.
           MOVE MIDO TO SO-MI.
           MOVE 0 TO SO-DOB.
           MOVE ACCTDO TO ID-ACCT.
           READ IDENTITY-FILE
               INVALID KEY MOVE '23' TO WS-ID-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ID-FOUND AND ID-CAPTURED
               MOVE ID-TIN TO SO-TIN
               MOVE ID-DOB TO SO-DOB
           ELSE
               ADD 1 TO WS-NOID-CNT.
           MOVE TELDO TO SO-TEL.
           MOVE ADDR1DO TO SO-ADDR1.
           MOVE ADDR2DO TO SO-ADDR2.
           MOVE ADDR3DO TO SO-ADDR3.
           MOVE 'N' TO SO-TEL-BAD, SO-ADDR-BAD.
           MOVE SPACES TO RPT-LINE.
           MOVE ACCTDO TO RPT-ACCT.
           MOVE SNAMEDO TO RPT-SNAME.
           MOVE FNAMEDO TO RPT-FNAME.
           IF TELFLDO = 'B'
               MOVE 'Y' TO SO-TEL-BAD
               ADD 1 TO WS-TEL-CNT
               MOVE 'SENT - BAD TELEPHONE' TO RPT-NOTE.
           IF MAILFLDO = 'R'
               MOVE 'Y' TO SO-ADDR-BAD
               ADD 1 TO WS-ADDR-CNT
               MOVE 'SENT - RETURNED MAIL' TO RPT-NOTE.
           IF TELFLDO = 'B' AND MAILFLDO = 'R'
               MOVE 'SENT - BAD TELEPHONE AND RETURNED MAIL'
                   TO RPT-NOTE.
           MOVE WS-BAL-N TO BAL-ED.
           MOVE BAL-ED TO SO-BAL.
           WRITE SKIP-OUT-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-SENT-CNT.
           WRITE SKIP-RPT-REC FROM RPT-LINE.
       2200-EXIT.
           EXIT.
       2900-READ-MASTER.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SKIP-OUT-TRAILER.
           MOVE 'T' TO SKIP-OUT-TRAILER (1:1).
           MOVE WS-SENT-CNT TO SO-TRL-COUNT.
           MOVE WS-TODAY8 TO SO-TRL-DATE.
           WRITE SKIP-OUT-TRAILER.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS READ:                  ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNTS SENT TO THE VENDOR:    ' TO SUM-LABEL.
           MOVE WS-SENT-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE '  WITH A BAD TELEPHONE:         ' TO SUM-LABEL.
           MOVE WS-TEL-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE '  WITH RETURNED MAIL:           ' TO SUM-LABEL.
           MOVE WS-ADDR-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE '  SENT WITHOUT TAXPAYER ID:     ' TO SUM-LABEL.
           MOVE WS-NOID-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FLAGGED, CUSTOMER DECEASED:     ' TO SUM-LABEL.
           MOVE WS-DECE-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FLAGGED, ACTIVE BANKRUPTCY:     ' TO SUM-LABEL.
           MOVE WS-BANK-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FLAGGED, CLOSED AND PAID:       ' TO SUM-LABEL.
           MOVE WS-PAID-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FLAGGED, REVIEW STILL OPEN:     ' TO SUM-LABEL.
           MOVE WS-PEND-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCT-MASTER, IDENTITY-FILE, SKIPTRC-FILE,
               SKIP-OUT-FILE, SKIP-REPORT-FILE.
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
           MOVE WS-ID-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'IDENTITY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ID-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SKIPTRC' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SK-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-OUT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SKIPOUT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SKIP-OUT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'SKIPRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SKIP-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT102' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
