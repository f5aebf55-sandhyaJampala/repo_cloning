           02  SUM-LABEL               PIC X(28).                       00014300
           02  SUM-CNT                 PIC ZZZZZZ9.                     00014400
           02  FILLER                  PIC X(65) VALUE SPACES.          00014500
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00014600
       0000-MAIN.                                                       00014700
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00014800
           OPEN INPUT ACCT-MASTER.
           OPEN OUTPUT CURR-COUNT-FILE.                                 00016600
           OPEN OUTPUT DIGEST-REPORT-FILE.                              00016700
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-RPT-DATE TO HDR-DATE.                                00016800
           WRITE DIGEST-RPT-REC FROM HEADER-LINE.                       00016900
           PERFORM 1100-LOAD-PRIOR THRU 1100-EXIT                       00017000
       1100-LOAD-PRIOR.                                                 00017800
           READ PRIOR-COUNT-FILE                                        00017900
               AT END MOVE 'Y' TO WS-PRV-EOF-SW.                        00018000
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PRV-DONE GO TO 1100-EXIT.                                 00018100
           IF PG-USED < 30                                              00018200
               ADD 1 TO PG-USED                                         00018300
       2000-TALLY-ERRORS.                                               00018900
           READ ACCTERR-FILE NEXT RECORD                                00019000
               AT END MOVE 'Y' TO WS-ERR-EOF-SW.                        00019100
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ERR-DONE GO TO 2000-EXIT.                                 00019200
           IF WS-RPT-DATE NOT = 0 AND ERRJ-DATE NOT = WS-RPT-DATE       00019300
               GO TO 2000-EXIT.                                         00019400
       3000-TALLY-UPDATES.                                              00021800
           READ ACCTAUD-FILE NEXT RECORD                                00021900
               AT END MOVE 'Y' TO WS-AUD-EOF-SW.                        00022000
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF AUD-DONE GO TO 3000-EXIT.                                 00022100
           IF WS-RPT-DATE NOT = 0 AND AUD-DATE NOT = WS-RPT-DATE        00022200
               GO TO 3000-EXIT.                                         00022300
       4100-NEXT-SUSPENSE.
           READ SUSPWK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SW-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SUSP-DONE GO TO 4100-EXIT.
           IF NOT SW-OPEN GO TO 4100-EXIT.
           MOVE SW-DATE TO WS-SW-WDATE.
       5100-NEXT-APPLICATION.
           READ NEWACCT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-NA-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF APPS-DONE GO TO 5100-EXIT.
           MOVE NA-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND GO TO 5100-EXIT.
           IF APPRDO NOT = 'P' GO TO 5100-EXIT.
           MOVE NA-DATE TO WS-SW-WDATE.
       6100-NEXT-PRINT.
           READ PRTREQ-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PR-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PRINTS-DONE GO TO 6100-EXIT.
           IF NOT PR-FAILED GO TO 6100-EXIT.
           IF WS-RPT-DATE NOT = 0 AND PR-DATE NOT = WS-RPT-DATE
           MOVE PRIOR-COUNT-REC TO CURR-COUNT-REC.                      00033000
       9150-WRITE-CURR.                                                 00033100
           WRITE CURR-COUNT-REC.                                        00033200
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       9100-EXIT.                                                       00033300
           EXIT.                                                        00033400
       9200-PRINT-REQC.                                                 00033500
           WRITE DIGEST-RPT-REC FROM TERM-LINE.                         00034400
       9300-EXIT.                                                       00034500
           EXIT.                                                        00034600
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
       9850-CK-FILES.
           MOVE WS-SW-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SUSPWK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SW-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PR-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PRTREQ' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PR-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-NA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'NEWACCT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE NA-KEY TO ABL-KEY
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
           MOVE WS-ERR-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTERR' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ERRJ-KEY TO ABL-KEY
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
           MOVE WS-PRV-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DIGPREV' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PRIOR-COUNT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CUR-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DIGCURR' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CURR-COUNT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTDGRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DIGEST-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT30' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
