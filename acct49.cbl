       PROGRAM-ID. ACCT49.
       REMARKS. THIS COMPANION BATCH STEP LOADS THE RESULTS FILE THE
                AUTODIALER VENDOR RETURNS FOR THE ACCT48 CALLING
                LIST.  EACH RESULT NAMES AN ACCOUNT, A RESULT CODE,
                THE MMDDYY CALL DATE AND THE NUMBER DIALED, WHICH
                THE VENDOR ECHOES BACK FROM THE CALLING LIST:
                  'C' - CONTACT MADE.  RECORDED ON THE COLLWK ENTRY
                        AS A CALLBACK DATED THE CALL DATE, SO THE
                        ACCOUNT RESURFACES FOR A COLLECTOR AT ONCE,
                        AC10.
                  'N' - NO ANSWER.  RECORDED AS A NO-CONTACT OUTCOME
                        SO THE ENTRY RESURFACES THE NEXT NIGHT.
                  'B' - BAD NUMBER.  ONLY THE NUMBER DIALED IS
                        FLAGGED, SO THE EXTRACT STOPS DIALING IT AND
                        MOVES ON TO THE ACCOUNT'S NEXT BEST NUMBER.
                        WHEN IT IS THE PRIMARY (OR THE RESULT CARRIES
                        NO NUMBER) THE MASTER IS FLAGGED TELFLDO 'B'
                        AND THE ACCOUNT IS LISTED ON THE SKIP-TRACE
                        REPORT INSTEAD OF SILENTLY RESURFACING EVERY
                        NIGHT; CORRECTING THE TELEPHONE THROUGH AC02
                        CLEARS THE FLAG.  ANY OTHER NUMBER IS MARKED
                        BAD ON ITS TELNUM RECORD, WHERE AN AC41
                        VERIFY CLEARS IT.
                DIALER OUTCOMES ARE STAMPED WITH THE PSEUDO-OPERATOR
                'DLR'.  UNKNOWN ACCOUNTS AND UNUSABLE RESULTS ARE
                REJECTED ON THE REPORT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT TELNUM-FILE ASSIGN TO TELNUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TELNUM-STATUS.
           SELECT DIAL-REPORT-FILE ASSIGN TO DIALRRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
           05  RS-ACCT                 PIC X(5).
           05  RS-RESULT               PIC X.
           05  RS-DATE                 PIC 9(6).
           05  RS-TEL                  PIC X(10).
           05  FILLER                  PIC X(58).
       FD  COLLWK-FILE
           RECORDING MODE F.
       01  COLLWK-REC.
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  TELNUM-FILE
           RECORDING MODE F.
       01  TELNUM-REC.
           COPY TELNUM.
       FD  DIAL-REPORT-FILE
           RECORDING MODE F.
       01  DIAL-RPT-REC                PIC X(100).
               88  COLLWK-FOUND            VALUE '00'.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-TELNUM-STATUS        PIC XX VALUE SPACES.
               88  TELNUM-FOUND            VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-NOANS-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-BADTEL-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-REJ-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-BADALT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-TODAY.
               04  WS-TODAY-YY         PIC 9(2).
               04  WS-TODAY-MMDD       PIC 9(4).
           02  WS-TODAY8               PIC 9(8) VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT49 AUTODIALER RESULTS - RUN AND SKIP-TRACE REPORT'.
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
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           IF WS-TODAY-YY > 50
               COMPUTE WS-TODAY8 = 19000000 + WS-TODAY-YY * 10000
                   + WS-TODAY-MMDD
           ELSE
               COMPUTE WS-TODAY8 = 20000000 + WS-TODAY-YY * 10000
                   + WS-TODAY-MMDD.
           OPEN INPUT RESULT-FILE.
           OPEN I-O COLLWK-FILE.
           OPEN I-O ACCT-MASTER.
           OPEN I-O TELNUM-FILE.
           OPEN OUTPUT DIAL-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE DIAL-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-RESULT THRU 2100-EXIT.
       1000-EXIT.
           MOVE RS-ACCT TO CW-ACCT.
           READ COLLWK-FILE
               INVALID KEY MOVE '23' TO WS-COLLWK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT COLLWK-FOUND
               MOVE 'NOT ON COLLECTION QUEUE - REJECTED' TO RPT-NOTE
               ADD 1 TO WS-REJ-CNT
           MOVE 'DLR' TO CW-OPID.
           REWRITE COLLWK-REC
               INVALID KEY MOVE 'QUEUE REWRITE FAILED' TO RPT-NOTE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           WRITE DIAL-RPT-REC FROM RPT-LINE.
           GO TO 2000-READ-NEXT.
      *****************************************************************
      * A BAD NUMBER IS FLAGGED SO THE ACCT48 EXTRACT STOPS DIALING
      * IT.  A BAD PRIMARY FLAGS THE MASTER (TELFLDO 'B') AND GOES
      * ON THE SKIP-TRACE LIST FOR A TRACER TO FIND A WORKING
      * NUMBER; ANY OTHER NUMBER IS MARKED BAD ON TELNUM ONLY.
      *****************************************************************
       2300-BAD-NUMBER.
           MOVE RS-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF RS-TEL = SPACES AND ACCTFIL-FOUND
               MOVE TELDO TO RS-TEL.
           MOVE RS-ACCT TO TN-ACCT.
           MOVE RS-TEL TO TN-TEL.
           READ TELNUM-FILE
               INVALID KEY MOVE '23' TO WS-TELNUM-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF TELNUM-FOUND
               MOVE 'B' TO TN-STATUS
               MOVE WS-TODAY8 TO TN-BAD-DATE
               REWRITE TELNUM-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           END-IF.
           IF ACCTFIL-FOUND AND RS-TEL NOT = TELDO
               GO TO 2300-ADDITIONAL.
           IF ACCTFIL-FOUND
               MOVE 'B' TO TELFLDO
               REWRITE ACCTREC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           END-IF.
           MOVE '** SKIP TRACE - BAD TELEPHONE NUMBER' TO RPT-NOTE.
           ADD 1 TO WS-BADTEL-CNT.
           GO TO 2300-OUTCOME.
       2300-ADDITIONAL.
           IF TELNUM-FOUND
               MOVE 'BAD ADDITIONAL NUMBER FLAGGED' TO RPT-NOTE
           ELSE
               MOVE 'BAD NUMBER DIALED IS NO LONGER ON FILE'
                   TO RPT-NOTE.
           ADD 1 TO WS-BADALT-CNT.
       2300-OUTCOME.
           MOVE 'N' TO CW-OUTCOME.
           MOVE RS-DATE TO CW-WORK-DATE.
           MOVE 'DLR' TO CW-OPID.
           REWRITE COLLWK-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           WRITE DIAL-RPT-REC FROM RPT-LINE.
       2000-READ-NEXT.
           PERFORM 2100-READ-RESULT THRU 2100-EXIT.
       2100-READ-RESULT.
           READ RESULT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE 'BAD NUMBERS (SKIP TRACE):   ' TO SUM-LABEL.
           MOVE WS-BADTEL-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'BAD ADDITIONAL NUMBERS:     ' TO SUM-LABEL.
           MOVE WS-BADALT-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REJECTED:                   ' TO SUM-LABEL.
           MOVE WS-REJ-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           CLOSE RESULT-FILE, COLLWK-FILE, ACCT-MASTER, TELNUM-FILE,
               DIAL-REPORT-FILE.
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
       9850-CK-FILES.
           MOVE WS-RES-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DIALIN' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RESULT-REC TO ABL-KEY
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
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCTDO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-TELNUM-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'TELNUM' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE TN-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'DIALRRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DIAL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT49' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
