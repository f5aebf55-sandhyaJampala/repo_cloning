           02  SUM-LABEL               PIC X(28).                       00009100
           02  SUM-CNT                 PIC ZZZZZZ9.                     00009200
           02  FILLER                  PIC X(65) VALUE SPACES.          00009300
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00009400
       0000-MAIN.                                                       00009500
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00009600
               MOVE PARM-TO TO WS-TO-DATE.                              00011000
           OPEN INPUT ACCTAUD-FILE.                                     00011100
           OPEN OUTPUT INQ-REPORT-FILE.                                 00011200
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE INQ-RPT-REC FROM HEADER-LINE.                          00011300
           PERFORM 2100-READ-AUD THRU 2100-EXIT.                        00011400
       1000-EXIT.                                                       00011500
       2100-READ-AUD.                                                   00013800
           READ ACCTAUD-FILE NEXT RECORD                                00013900
               AT END MOVE 'Y' TO WS-EOF-SW.                            00014000
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00014100
           EXIT.                                                        00014200
       2300-ACCT-BREAK.                                                 00014300
           WRITE INQ-RPT-REC FROM OPER-LINE.                            00019100
       9100-EXIT.                                                       00019200
           EXIT.                                                        00019300
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTINRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE INQ-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT23' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
