           02  SUM-LABEL               PIC X(28).                       00008400
           02  SUM-CNT                 PIC ZZZZZZ9.                     00008500
           02  FILLER                  PIC X(65) VALUE SPACES.          00008600
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00008700
       0000-MAIN.                                                       00008800
           OPEN OUTPUT DUP-REPORT-FILE.                                 00008900
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE DUP-RPT-REC FROM HEADER-LINE.                          00009000
           SORT SORT-WORK-FILE                                          00009100
               ON ASCENDING KEY SRT-SNAME SRT-FNAME SRT-ACCT            00009200
           STOP RUN.                                                    00009600
       1000-FEED-SORT.                                                  00009700
           OPEN INPUT ACCT-MASTER.                                      00009800
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00009900
           PERFORM 2000-RELEASE-RECORD THRU 2000-EXIT                   00010000
               UNTIL ALL-DONE.                                          00010100
       2100-READ-ACCTFIL.                                               00012100
           READ ACCT-MASTER NEXT RECORD                                 00012200
               AT END MOVE 'Y' TO WS-EOF-SW.                            00012300
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00012400
           EXIT.                                                        00012500
       3000-SCAN-PAIRS.                                                 00012600
           CLOSE DUP-REPORT-FILE.                                       00018300
       9000-EXIT.                                                       00018400
           EXIT.                                                        00018500
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
               MOVE 'ACCTDPRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DUP-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT26' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
