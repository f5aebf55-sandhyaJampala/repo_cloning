           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF PARM-CUT-TIME NUMERIC
               MOVE PARM-CUT-TIME TO WS-CUT-TIME.
           OPEN OUTPUT RECOV-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-CUT-DATE TO HDR-DATE.
           MOVE WS-CUT-TIME TO HDR-TIME.
           WRITE RECOV-RPT-REC FROM HEADER-LINE.
      *****************************************************************
       2000-FEED-SORT.
           OPEN INPUT ACCTAUD-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
               UNTIL AUD-DONE.
           CLOSE ACCTAUD-FILE.
       2100-RELEASE-ONE.
           READ ACCTAUD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-AUD-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF AUD-DONE GO TO 2100-EXIT.
           ADD 1 TO WS-READ-CNT.
           IF AUD-REQC NOT = 'I' AND AUD-REQC NOT = 'X'
           EXIT.
       3000-REPLAY.
           OPEN I-O ACCT-MASTER.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 3100-APPLY-ONE THRU 3100-EXIT
               UNTIL RET-DONE.
           CLOSE ACCT-MASTER.
           MOVE SRT-ACCT TO ACCTDO.
           DELETE ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9840-CK-DELETE THRU 9850-EXIT.
           IF ACCT-OK
               MOVE 'DELETE REPLAYED' TO RPT-NOTE
           ELSE
           MOVE SRT-IMAGE TO ACCTREC.
           REWRITE ACCTREC
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF ACCT-OK
               MOVE 'CHANGE REPLAYED' TO RPT-NOTE
               GO TO 3300-EXIT.
           MOVE SRT-IMAGE TO ACCTREC.
           WRITE ACCTREC
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           IF SRT-TITLE = 'ADD IMAGE'
               MOVE 'ADD REPLAYED' TO RPT-NOTE
           ELSE
           CLOSE RECOV-REPORT-FILE.
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
           MOVE WS-AUD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAUD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-KEY TO ABL-KEY
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'FWDRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RECOV-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT80' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
