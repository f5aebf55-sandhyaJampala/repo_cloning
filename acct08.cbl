               'STATUS CODES NOT COUNTED (TABLE FULL): '.               00010800
           02  OVFL-CNT                PIC ZZZZZZ9.                     00010900
           02  FILLER                  PIC X(53) VALUE SPACES.          00011000
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                               00011100
       0000-MAIN.                                                        00011200
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                       00011300
           PERFORM 9000-TERMINATE THRU 9000-EXIT.                        00011600
           STOP RUN.                                                     00011700
       1000-INITIALIZE.                                                  00011800
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           OPEN INPUT ACCT-MASTER.                                       00011900
           OPEN OUTPUT SUMMARY-REPORT-FILE.                              00012000
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE SUMMARY-RPT-REC FROM HEADER-LINE.                       00012100
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.                     00012200
       1000-EXIT.                                                        00012300
       2100-READ-ACCTFIL.                                                00013200
           READ ACCT-MASTER NEXT RECORD                                  00013300
               AT END MOVE 'Y' TO WS-EOF-SW.                             00013400
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                        00013500
           EXIT.                                                         00013600
       2200-TALLY-STATUS.                                                00013700
      *****************************************************************
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT08' TO RC-JOB.
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
           WRITE SUMMARY-RPT-REC FROM MO-RPT-LINE.                       00021700
       9300-EXIT.                                                        00021800
           EXIT.                                                         00021900
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
               MOVE 'ACCTSMRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SUMMARY-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT08' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
