           02  SUM-LABEL               PIC X(28).                       00007100
           02  SUM-CNT                 PIC ZZZZZZ9.                     00007200
           02  FILLER                  PIC X(65) VALUE SPACES.          00007300
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00007400
       0000-MAIN.                                                       00007500
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00007600
           OPEN INPUT RETMAIL-FILE.                                     00008200
           OPEN I-O ACCT-MASTER.                                        00008300
           OPEN OUTPUT RET-REPORT-FILE.                                 00008400
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE RET-RPT-REC FROM HEADER-LINE.                          00008500
           PERFORM 2100-READ-RETMAIL THRU 2100-EXIT.                    00008600
       1000-EXIT.                                                       00008700
                   ADD 1 TO WS-REJECT-CNT                               00010400
                   WRITE RET-RPT-REC FROM RPT-LINE                      00010500
           END-READ.                                                    00010600
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-FOUND                                             00010700
               MOVE 'R' TO MAILFLDO                                     00010800
               MOVE RM-REASON TO MAILRSDO                               00010900
                   INVALID KEY                                          00011200
                       MOVE 'REWRITE FAILED' TO RPT-STATUS              00011300
               END-REWRITE                                              00011400
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               IF RPT-STATUS = SPACES                                   00011500
                   MOVE 'ADDRESS FLAGGED UNDELIVERABLE' TO RPT-STATUS   00011600
                   ADD 1 TO WS-FLAG-CNT                                 00011700
       2100-READ-RETMAIL.                                               00012700
           READ RETMAIL-FILE                                            00012800
               AT END MOVE 'Y' TO WS-EOF-SW.                            00012900
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00013000
           EXIT.                                                        00013100
      ***************************************************************** 00013200
           MOVE LOW-VALUES TO ACCTDO.                                   00013700
           START ACCT-MASTER KEY NOT < ACCTDO                           00013800
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW.                  00013900
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 9100-COUNT-BLOCKED THRU 9100-EXIT                    00014000
               UNTIL SCAN-DONE.                                         00014100
           MOVE SPACES TO SUMMARY-LINE.                                 00014200
       9100-COUNT-BLOCKED.                                              00015800
           READ ACCT-MASTER NEXT RECORD                                 00015900
               AT END MOVE 'Y' TO WS-SCAN-EOF-SW.                       00016000
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SCAN-DONE AND MAILFLDO = 'R'                          00016100
               ADD 1 TO WS-BLOCKED-CNT.                                 00016200
       9100-EXIT.                                                       00016300
           EXIT.                                                        00016400
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
           MOVE WS-RET-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RETMAIL' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RETMAIL-REC TO ABL-KEY
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
               MOVE 'ACCTRMRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RET-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT35' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
