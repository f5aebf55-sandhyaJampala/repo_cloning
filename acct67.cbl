           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN I-O ACCTTEL-FILE.
           OPEN I-O ACCTAUD-FILE.
           OPEN OUTPUT COA-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE COA-RPT-REC FROM HEADER-LINE.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
       2100-READ-COA.
           READ COA-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-SCAN-INDEX.
           MOVE LOW-VALUES TO IX-ACCT.
           START ACCTIX-FILE KEY NOT < IX-KEY
               INVALID KEY GO TO 2200-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF NOT IX-OK GO TO 2200-EXIT.
           PERFORM 2210-CK-CANDIDATE THRU 2210-EXIT
               UNTIL NOT IX-OK OR IX-SNAME NOT = CA-SNAME.
       2210-CK-CANDIDATE.
           READ ACCTIX-FILE NEXT RECORD
               AT END MOVE '10' TO WS-IX-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT IX-OK OR IX-SNAME NOT = CA-SNAME
               GO TO 2210-EXIT.
           MOVE IX-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND GO TO 2210-EXIT.
      *    HIGH CONFIDENCE NEEDS FIRST NAME AND OLD ADDRESS LINE 1
      *    TO AGREE; A SURNAME-ONLY OR PARTIAL MATCH GOES TO REVIEW.
           MOVE ZERO TO MAILDTDO.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           PERFORM 2400-REFRESH-INDEXES THRU 2400-EXIT.
           PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
           PERFORM 2550-WRITE-AFTER-IMAGE THRU 2550-EXIT.
           MOVE ACCTREC TO IX-IMAGE.
           REWRITE ACCTIX-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           START ACCTIX-FILE KEY > IX-KEY
               INVALID KEY MOVE '10' TO WS-IX-STATUS.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF TELDO NOT = SPACES
               MOVE TELDO TO TL-TEL
               MOVE ACCTDO TO TL-ACCT
               READ ACCTTEL-FILE
                   INVALID KEY MOVE '23' TO WS-TEL-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF TEL-FOUND
                   MOVE ACCTREC TO TL-IMAGE
                   REWRITE ACCTTEL-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           MOVE OLD-IMAGE TO AUD-IMAGE (1:383).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2500-EXIT.
           EXIT.
       2550-WRITE-AFTER-IMAGE.
           MOVE ACCTREC TO AUD-IMAGE (1:383).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2550-EXIT.
           EXIT.
       9000-TERMINATE.
               ACCTAUD-FILE, COA-REPORT-FILE.
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-COA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COAFILE' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE COA-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-IX-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTIX' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE IX-KEY TO ABL-KEY
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
           MOVE WS-TEL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTTEL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE TL-KEY TO ABL-KEY
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
               MOVE 'COARPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE COA-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT67' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
