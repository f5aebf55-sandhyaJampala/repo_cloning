       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT103.
       REMARKS. THIS BATCH PROGRAM LOADS THE SKIP-TRACE VENDOR'S
                RESULTS FILE ONTO THE SKIPTRC REVIEW QUEUE.  EACH
                VENDOR RECORD IS ONE CANDIDATE FOR AN ACCOUNT ON THE
                ACCT102 EXTRACT - A TELEPHONE ('P') OR AN ADDRESS
                ('A') - WITH THE VENDOR'S CONFIDENCE SCORE (000-100)
                AND ITS OWN REFERENCE.  A GOOD CANDIDATE IS WRITTEN
                OPEN ('O') UNDER THE ACCOUNT'S NEXT QUEUE SEQUENCE
                FOR A COLLECTOR TO ACCEPT OR REJECT ON 'AC40'.  A
                CANDIDATE IS LISTED AND DROPPED WHEN
                  - THE ACCOUNT IS NOT ON FILE;
                  - THE KIND OR SCORE IS NOT VALID, THE TELEPHONE IS
                    NOT TEN DIGITS OR THE ADDRESS HAS NO FIRST LINE;
                  - IT IS THE TELEPHONE OR ADDRESS ALREADY ON THE
                    MASTER (NOTHING NEW TO TRY);
                  - THE SAME TELEPHONE OR ADDRESS IS ALREADY ON THE
                    QUEUE FOR THE ACCOUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKIP-IN-FILE ASSIGN TO SKIPIN
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT SKIPTRC-FILE ASSIGN TO SKIPTRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-SK-STATUS.
           SELECT SKIP-REPORT-FILE ASSIGN TO SKIPLRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SKIP-IN-FILE
           RECORDING MODE F.
       01  SKIP-IN-REC.
           05  SI-ACCT                 PIC X(5).
           05  SI-KIND                 PIC X.
           05  SI-SCORE                PIC X(3).
           05  SI-SCORE-N REDEFINES SI-SCORE PIC 9(3).
           05  SI-TEL                  PIC X(10).
           05  SI-ADDR1                PIC X(24).
           05  SI-ADDR2                PIC X(24).
           05  SI-ADDR3                PIC X(16).
           05  SI-VENDOR-REF           PIC X(12).
           05  FILLER                  PIC X(55).
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  SKIPTRC-FILE
           RECORDING MODE F.
       01  SKIPTRC-REC.
           COPY SKIPTRC.
       FD  SKIP-REPORT-FILE
           RECORDING MODE F.
       01  SKIP-RPT-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-IN-STATUS            PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-SK-STATUS            PIC XX VALUE SPACES.
               88  SK-OK                   VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-DUP-SW               PIC X VALUE 'N'.
               88  ON-QUEUE-ALREADY        VALUE 'Y'.
           02  WS-HIGH-SEQ             PIC 9(3) VALUE 0.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LOAD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-TEL-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-ADDR-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOACCT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-BAD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-SAME-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DUP-CNT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY8                   PIC 9(8) VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT103 SKIP-TRACE RESULTS LOAD - EXCEPTIONS'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCT                PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-KIND                PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SCORE               PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-REF                 PIC X(12).
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
           PERFORM 2000-PROCESS-CANDIDATE THRU 2000-EXIT
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
           OPEN INPUT SKIP-IN-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN I-O SKIPTRC-FILE.
           OPEN OUTPUT SKIP-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE SKIP-RPT-REC FROM HEADER-LINE.
           PERFORM 2900-READ-VENDOR THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-CANDIDATE.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE SI-ACCT TO RPT-ACCT.
           MOVE SI-KIND TO RPT-KIND.
           MOVE SI-SCORE TO RPT-SCORE.
           MOVE SI-VENDOR-REF TO RPT-REF.
           MOVE SI-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               ADD 1 TO WS-NOACCT-CNT
               MOVE 'NO SUCH ACCOUNT ON FILE' TO RPT-NOTE
               GO TO 2000-WRITE.
           IF SI-SCORE NOT NUMERIC OR SI-SCORE-N > 100
               ADD 1 TO WS-BAD-CNT
               MOVE 'CONFIDENCE SCORE NOT 000-100' TO RPT-NOTE
               GO TO 2000-WRITE.
           IF SI-KIND = 'P'
               GO TO 2100-PHONE.
           IF SI-KIND = 'A'
               GO TO 2200-ADDRESS.
           ADD 1 TO WS-BAD-CNT.
           MOVE 'CANDIDATE KIND NOT P OR A' TO RPT-NOTE.
           GO TO 2000-WRITE.
       2100-PHONE.
           IF SI-TEL NOT NUMERIC
               ADD 1 TO WS-BAD-CNT
               MOVE 'TELEPHONE NOT TEN DIGITS' TO RPT-NOTE
               GO TO 2000-WRITE.
           IF SI-TEL = TELDO
               ADD 1 TO WS-SAME-CNT
               MOVE 'SAME TELEPHONE AS ON FILE' TO RPT-NOTE
               GO TO 2000-WRITE.
           GO TO 2300-QUEUE.
       2200-ADDRESS.
           IF SI-ADDR1 = SPACES
               ADD 1 TO WS-BAD-CNT
               MOVE 'ADDRESS HAS NO FIRST LINE' TO RPT-NOTE
               GO TO 2000-WRITE.
           IF SI-ADDR1 = ADDR1DO AND SI-ADDR2 = ADDR2DO
               AND SI-ADDR3 = ADDR3DO
               ADD 1 TO WS-SAME-CNT
               MOVE 'SAME ADDRESS AS ON FILE' TO RPT-NOTE
               GO TO 2000-WRITE.
       2300-QUEUE.
           PERFORM 2400-SCAN-QUEUE THRU 2400-EXIT.
           IF ON-QUEUE-ALREADY
               ADD 1 TO WS-DUP-CNT
               MOVE 'ALREADY ON THE REVIEW QUEUE' TO RPT-NOTE
               GO TO 2000-WRITE.
           IF WS-HIGH-SEQ = 999
               ADD 1 TO WS-BAD-CNT
               MOVE 'REVIEW QUEUE FULL FOR THIS ACCOUNT' TO RPT-NOTE
               GO TO 2000-WRITE.
           MOVE SPACES TO SKIPTRC-REC.
           MOVE SI-ACCT TO SK-ACCT.
           COMPUTE SK-SEQ = WS-HIGH-SEQ + 1.
           MOVE 'O' TO SK-STATUS.
           MOVE SI-KIND TO SK-KIND.
           MOVE SI-SCORE-N TO SK-SCORE.
           IF SK-PHONE
               MOVE SI-TEL TO SK-TEL
               ADD 1 TO WS-TEL-CNT
           ELSE
               MOVE SI-ADDR1 TO SK-ADDR1
               MOVE SI-ADDR2 TO SK-ADDR2
               MOVE SI-ADDR3 TO SK-ADDR3
               ADD 1 TO WS-ADDR-CNT.
           MOVE SI-VENDOR-REF TO SK-VENDOR-REF.
           MOVE WS-TODAY8 TO SK-LOAD-DATE.
           MOVE 0 TO SK-DEC-DATE.
           WRITE SKIPTRC-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-LOAD-CNT.
           GO TO 2000-NEXT.
       2000-WRITE.
           WRITE SKIP-RPT-REC FROM RPT-LINE.
       2000-NEXT.
           PERFORM 2900-READ-VENDOR THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * ONE PASS OVER THE ACCOUNT'S QUEUE FINDS THE HIGHEST SEQUENCE
      * USED AND ANY EARLIER CANDIDATE FOR THE SAME TELEPHONE OR
      * ADDRESS, WHATEVER BECAME OF IT.
      *****************************************************************
       2400-SCAN-QUEUE.
           MOVE 0 TO WS-HIGH-SEQ.
           MOVE 'N' TO WS-DUP-SW.
           MOVE SI-ACCT TO SK-ACCT.
           MOVE 0 TO SK-SEQ.
           START SKIPTRC-FILE KEY NOT < SK-KEY
               INVALID KEY GO TO 2400-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF NOT SK-OK GO TO 2400-EXIT.
           PERFORM 2410-READ-QUEUE THRU 2410-EXIT
               UNTIL NOT SK-OK.
       2400-EXIT.
           EXIT.
       2410-READ-QUEUE.
           READ SKIPTRC-FILE NEXT RECORD
               AT END MOVE '10' TO WS-SK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SK-OK GO TO 2410-EXIT.
           IF SK-ACCT NOT = SI-ACCT
               MOVE '10' TO WS-SK-STATUS
               GO TO 2410-EXIT.
           MOVE SK-SEQ TO WS-HIGH-SEQ.
           IF SK-KIND NOT = SI-KIND GO TO 2410-EXIT.
           IF SK-PHONE AND SK-TEL = SI-TEL
               MOVE 'Y' TO WS-DUP-SW.
           IF SK-ADDRESS AND SK-ADDR1 = SI-ADDR1
               AND SK-ADDR2 = SI-ADDR2 AND SK-ADDR3 = SI-ADDR3
               MOVE 'Y' TO WS-DUP-SW.
       2410-EXIT.
           EXIT.
       2900-READ-VENDOR.
           READ SKIP-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'VENDOR CANDIDATES READ:         ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'QUEUED FOR REVIEW:              ' TO SUM-LABEL.
           MOVE WS-LOAD-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE '  TELEPHONES:                   ' TO SUM-LABEL.
           MOVE WS-TEL-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE '  ADDRESSES:                    ' TO SUM-LABEL.
           MOVE WS-ADDR-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NO SUCH ACCOUNT:                ' TO SUM-LABEL.
           MOVE WS-NOACCT-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT VALID:                      ' TO SUM-LABEL.
           MOVE WS-BAD-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SAME AS ON FILE:                ' TO SUM-LABEL.
           MOVE WS-SAME-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ALREADY ON THE QUEUE:           ' TO SUM-LABEL.
           MOVE WS-DUP-CNT TO SUM-CNT.
           WRITE SKIP-RPT-REC FROM SUMMARY-LINE.
           CLOSE SKIP-IN-FILE, ACCT-MASTER, SKIPTRC-FILE,
               SKIP-REPORT-FILE.
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
           MOVE WS-IN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SKIPIN' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SKIP-IN-REC TO ABL-KEY
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
           MOVE WS-SK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SKIPTRC' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SK-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'SKIPLRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SKIP-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT103' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
