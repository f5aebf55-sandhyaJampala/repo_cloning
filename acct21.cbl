           02  SUM-LABEL               PIC X(28).                       00009700
           02  SUM-CNT                 PIC ZZZZZZ9.                     00009800
           02  FILLER                  PIC X(65) VALUE SPACES.          00009900
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00010000
       0000-MAIN.                                                       00010100
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00010200
               MOVE 'Y' TO WS-FLAG-SW                                   00011500
               MOVE PARM-PCT TO WS-FLAG-PCT                             00011600
               OPEN I-O ACCT-MASTER                                     00011700
               PERFORM 9800-CK-OPEN THRU 9850-EXIT
           ELSE                                                         00011800
               OPEN INPUT ACCT-MASTER                                   00011900
               PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           OPEN OUTPUT OVLM-REPORT-FILE.                                00012000
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE OVLM-RPT-REC FROM HEADER-LINE.                         00012100
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00012200
       1000-EXIT.                                                       00012300
       2100-READ-ACCTFIL.                                               00013300
           READ ACCT-MASTER NEXT RECORD                                 00013400
               AT END MOVE 'Y' TO WS-EOF-SW.                            00013500
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00013600
           EXIT.                                                        00013700
       2200-CHECK-LIMIT.                                                00013800
                   REWRITE ACCTREC                                      00015700
                       INVALID KEY CONTINUE                             00015800
                   END-REWRITE                                          00015900
                   PERFORM 9830-CK-REWRITE THRU 9850-EXIT
                   MOVE 'SET TO REVIEW' TO RPT-NOTE                     00016000
                   ADD 1 TO WS-FLAG-CNT                                 00016100
               ELSE
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SB-FOUND GO TO 2700-EXIT.
           MOVE 'N' TO WS-TRANS-OK-SW.
           PERFORM 2710-CK-NEXT THRU 2710-EXIT
       3000-HOUSEHOLD-PASS.
           OPEN INPUT HHXREF-FILE.
           OPEN INPUT ACCT-MASTER2.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 3100-LOAD-LINK THRU 3100-EXIT
               UNTIL HX-DONE.
           PERFORM 3200-CK-HOUSEHOLD THRU 3200-EXIT
       3100-LOAD-LINK.
           READ HHXREF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HX-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF HX-DONE GO TO 3100-EXIT.
           IF HH-USED < 2000
               ADD 1 TO HH-USED
           MOVE HH-ACCT (WS-HH-SUB2) TO ACCT2DO.
           READ ACCT-MASTER2
               INVALID KEY MOVE '23' TO WS-ACCT2-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCT2-FOUND GO TO 3300-EXIT.
           IF BAL2DO NUMERIC
               ADD BAL2DO TO WS-HH-BAL-N.
           WRITE OVLM-RPT-REC FROM SCODE-LINE.                          00020900
       9100-EXIT.                                                       00021000
           EXIT.                                                        00021100
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
                   MOVE ACCTDO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SB-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STATTAB' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SB-STATUS TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-HX-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'HHXREF' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE HX-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ACCT2-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFL2' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCT2DO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTOVRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE OVLM-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT21' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
