           02  SUM-LABEL               PIC X(28).                       00010800
           02  SUM-CNT                 PIC ZZZZZZ9.                     00010900
           02  FILLER                  PIC X(65) VALUE SPACES.          00011000
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00011100
       0000-MAIN.                                                       00011200
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00011300
           OPEN I-O ACCT-MASTER.                                        00012500
           OPEN I-O ACCTAUD-FILE.                                       00012600
           OPEN OUTPUT BKO-REPORT-FILE.                                 00012700
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE PARM-RUNID TO HDR-RUNID.                                00012800
           WRITE BKO-RPT-REC FROM HEADER-LINE.                          00012900
           ACCEPT WS-NOW-DAY FROM DAY.                                  00013000
               INVALID KEY                                              00015400
                   MOVE 'ACCOUNT NOT FOUND' TO RPT-STATUS               00015500
           END-READ.                                                    00015600
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-FOUND                                             00015700
               PERFORM 2200-RESTORE-FIELD THRU 2200-EXIT                00015800
           ELSE                                                         00015900
       2100-READ-IMAGE.                                                 00016600
           READ BEFORE-IMAGE-FILE                                       00016700
               AT END MOVE 'Y' TO WS-EOF-SW.                            00016800
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00016900
           EXIT.                                                        00017000
      ***************************************************************** 00017100
       2250-APPLY-RESTORE.                                              00021600
           REWRITE ACCTREC                                              00021700
               INVALID KEY MOVE 'REWRITE FAILED' TO RPT-STATUS.         00021800
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES                                   00021900
               ADD 1 TO WS-SKIPPED-CNT                                  00022000
               WRITE BKO-RPT-REC FROM RPT-LINE                          00022100
           MOVE PARM-RUNID TO AUD-IMAGE (28:10).                        00024200
           WRITE ACCTAUD-REC                                            00024300
               INVALID KEY CONTINUE.                                    00024400
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2260-EXIT.                                                       00024500
           EXIT.                                                        00024600
       2300-SKIP-CHANGED.                                               00024700
               BKO-REPORT-FILE.                                         00027800
       9000-EXIT.                                                       00027900
           EXIT.                                                        00028000
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
           MOVE WS-BIMG-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTBIMG' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BEFORE-IMAGE-REC TO ABL-KEY
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
               MOVE 'ACCTBKRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BKO-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT33' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
