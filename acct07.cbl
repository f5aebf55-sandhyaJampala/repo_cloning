           02  EXT-SCODE2              PIC X.                           00005000
           02  EXT-SCODE3              PIC X.                           00005100
           02  FILLER                  PIC X(38) VALUE SPACES.          00005200
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00005300
       0000-MAIN.                                                       00005400
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00005500
           PERFORM 9000-TERMINATE THRU 9000-EXIT.                       00005800
           STOP RUN.                                                    00005900
       1000-INITIALIZE.                                                 00006000
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           COMPUTE WS-PROC-MMDD = WS-TODAY-MM * 100 + WS-TODAY-DD.
           OPEN INPUT ACCT-MASTER.                                      00006100
           OPEN INPUT ACCTALT-FILE.
           OPEN OUTPUT ACCT-EXTRACT-FILE.                               00006200
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00006300
       1000-EXIT.                                                       00006400
           EXIT.                                                        00006500
           MOVE SCODE2DO TO EXT-SCODE2.                                 00008000
           MOVE SCODE3DO TO EXT-SCODE3.                                 00008100
           WRITE ACCT-EXTRACT-REC FROM EXTRACT-LINE.                    00008200
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                    00008300
       2000-EXIT.                                                       00008400
           EXIT.                                                        00008500
       2100-READ-ACCTFIL.                                               00008600
           READ ACCT-MASTER NEXT RECORD                                 00008700
               AT END MOVE 'Y' TO WS-EOF-SW.                            00008800
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00008900
           EXIT.                                                        00009000
      *****************************************************************
           MOVE ACCTDO TO AA-ACCT.
           READ ACCTALT-FILE
               INVALID KEY GO TO 2700-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ALT-FOUND GO TO 2700-EXIT.
           IF AA-FROM-MMDD NOT NUMERIC OR AA-TO-MMDD NOT NUMERIC
               GO TO 2700-EXIT.
      *****************************************************************
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT07' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-EXTRACT-CNT TO RC-READ-CNT.
           MOVE WS-EXTRACT-CNT TO RC-WRITE-CNT.
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
           MOVE WS-ALT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTALT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AA-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-EXT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTEXT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCT-EXTRACT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT07' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
