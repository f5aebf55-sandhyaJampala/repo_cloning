           02  BL-LABEL                PIC X(15).                       00007900
           02  BL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.               00008000
           02  FILLER                  PIC X(71) VALUE SPACES.          00008100
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00008200
       0000-MAIN.                                                       00008300
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00008400
       1000-INITIALIZE.                                                 00008900
           OPEN INPUT ACCT-MASTER.                                      00009000
           OPEN OUTPUT AGING-REPORT-FILE.                               00009100
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE AGING-RPT-REC FROM HEADER-LINE.                        00009200
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.                            00009310
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.                     00009320
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.                          00009330
       2100-READ-ACCTFIL.                                               00010700
           READ ACCT-MASTER NEXT RECORD                                 00010800
               AT END MOVE 'Y' TO WS-EOF-SW.                            00010900
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00011000
           EXIT.                                                        00011100
       2150-WINDOW-YEAR.                                                00011110
      *****************************************************************
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT06' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-ACCT-CNT TO RC-READ-CNT.
           MOVE 0 TO RC-WRITE-CNT.
           MOVE 0 TO RC-COMP-CODE.
           WRITE RUNCTL-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           CLOSE RUNCTL-FILE.
       9900-EXIT.
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
           MOVE WS-RUNCTL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RUNCTL' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RUNCTL-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAGRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AGING-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT06' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
