           02  SUM-LABEL               PIC X(28).                       00007600
           02  SUM-CNT                 PIC ZZZZZZ9.                     00007700
           02  FILLER                  PIC X(65) VALUE SPACES.          00007800
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00007900
       0000-MAIN.                                                       00008000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00008100
       1000-INITIALIZE.                                                 00008600
           OPEN I-O ACCT-MASTER.                                        00008700
           OPEN OUTPUT CONV-REPORT-FILE.                                00008800
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE CONV-RPT-REC FROM HEADER-LINE.                         00008900
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00009000
       1000-EXIT.                                                       00009100
               REWRITE ACCT-RAW-REC                                     00010500
                   INVALID KEY CONTINUE                                 00010600
               END-REWRITE                                              00010700
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               ADD 1 TO WS-CONV-CNT.                                    00010800
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00010900
       2000-EXIT.                                                       00011000
       2100-READ-ACCTFIL.                                               00011200
           READ ACCT-MASTER NEXT RECORD                                 00011300
               AT END MOVE 'Y' TO WS-EOF-SW.                            00011400
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00011500
           EXIT.                                                        00011600
      ***************************************************************** 00011700
           CLOSE ACCT-MASTER, CONV-REPORT-FILE.                         00017600
       9000-EXIT.                                                       00017700
           EXIT.                                                        00017800
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
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCT-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTCVRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CONV-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT28' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
