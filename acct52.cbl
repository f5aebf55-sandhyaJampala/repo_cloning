           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN I-O COLLWK-FILE.
           OPEN I-O ACCTAUD-FILE.
           OPEN OUTPUT BNK-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE BNK-RPT-REC FROM HEADER-LINE.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           MOVE NB-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               MOVE 'ACCOUNT NOT FOUND - REJECTED' TO RPT-NOTE
               ADD 1 TO WS-REJ-CNT
       2100-READ-NOTICE.
           READ NOTICE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
               MOVE 'HOLD ON - RECALLED FROM AGENCY' TO RPT-NOTE.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           PERFORM 2500-PUT-CASE THRU 2500-EXIT.
           MOVE NB-ACCT TO CW-ACCT.
           READ COLLWK-FILE
               INVALID KEY MOVE '23' TO WS-COLLWK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF COLLWK-FOUND
               DELETE COLLWK-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM 9840-CK-DELETE THRU 9850-EXIT.
           ADD 1 TO WS-FILE-CNT.
       2200-EXIT.
           EXIT.
           MOVE 'D' TO BANKDO.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           PERFORM 2500-PUT-CASE THRU 2500-EXIT.
           MOVE 'DISCHARGED - HOLD LIFTED' TO RPT-NOTE.
           ADD 1 TO WS-DISC-CNT.
           MOVE SPACE TO BANKDO.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           PERFORM 2500-PUT-CASE THRU 2500-EXIT.
           MOVE 'DISMISSED - HOLD LIFTED' TO RPT-NOTE.
           ADD 1 TO WS-DISM-CNT.
           MOVE NB-ACCT TO BK-ACCT.
           READ BNKRPT-FILE
               INVALID KEY MOVE '23' TO WS-BK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF BK-FOUND
               PERFORM 2510-FILL-CASE THRU 2510-EXIT
               REWRITE BNKRPT-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               MOVE SPACES TO BNKRPT-REC
               MOVE NB-ACCT TO BK-ACCT
               WRITE BNKRPT-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
           MOVE NB-DATE TO AUD-IMAGE (19:6).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2600-EXIT.
           EXIT.
       9000-TERMINATE.
               COLLWK-FILE, ACCTAUD-FILE, BNK-REPORT-FILE.
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
           MOVE WS-NOT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'BNKNOTC' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE NOTICE-REC TO ABL-KEY
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
           MOVE WS-BK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'BNKRPT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BK-ACCT TO ABL-KEY
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
               MOVE 'BNKRRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BNK-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT52' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
