           02  FILLER                  PIC X(10) VALUE 'REJECTED: '.    00007700
           02  SUM-REJ                 PIC ZZZZZZ9.                     00007800
           02  FILLER                  PIC X(34) VALUE SPACES.          00007900
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00008000
       0000-MAIN.                                                       00008100
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00008200
           OPEN INPUT ACCTLOCK-FILE.
           OPEN OUTPUT RETRY-FILE.
           OPEN OUTPUT BEFORE-IMAGE-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
               COMPUTE WS-NOW-DATE =
                   100000 + WS-NOW-YY * 1000 + WS-NOW-DDD.

           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-RUN-DATE.
           COMPUTE WS-RUN-MDY =
               WS-RUN-MM * 10000 + WS-RUN-DD * 100 + WS-RUN-YY.
           PERFORM 1100-GET-THRESHOLD THRU 1100-EXIT.
           MOVE '*' TO CRL-KEY.
           READ CRLIMIT-FILE
               INVALID KEY MOVE 'N' TO WS-THRESH-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF CRLIMIT-FOUND
               MOVE CRL-AMT TO WS-AMT-X
               PERFORM 2260-EDIT-AMOUNT THRU 2260-EXIT
                   INVALID KEY                                          00010400
                       PERFORM 2300-REJECT-NOTFOUND THRU 2300-EXIT      00010410
               END-READ                                                 00010420
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF ACCTFIL-FOUND                                         00010600
                   MOVE BU-ACCTC TO LK-ACCT
                   PERFORM 2270-CK-LOCK THRU 2270-EXIT
       2100-READ-BULK.                                                  00011100
           READ BULK-UPDATE-FILE                                        00011200
               AT END MOVE 'Y' TO WS-EOF-SW.                            00011300
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00011400
           EXIT.                                                        00011500
       2200-APPLY-UPDATE.                                                00011600
                   READ CDTABLE-FILE
                       INVALID KEY MOVE '23' TO WS-CD-STATUS
                   END-READ
                   PERFORM 9810-CK-READ THRU 9850-EXIT
                   IF NOT CD-FOUND
                       MOVE BU-NEW-VALUE TO RPT-NEW-VAL
                       MOVE 'LANGUAGE NOT ON CDTABLE' TO RPT-STATUS
               GO TO 2200-EXIT.
           REWRITE ACCTREC                                              00013400
               INVALID KEY MOVE 'REWRITE FAILED' TO RPT-STATUS.         00013500
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS = SPACES                                       00013600
               MOVE 'UPDATED' TO RPT-STATUS                             00013700
               ADD 1 TO WS-UPDATE-CNT                                   00013800
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SB-FOUND GO TO 2272-EXIT.
           MOVE 'N' TO WS-TRANS-OK-SW.
           PERFORM 2275-CK-NEXT THRU 2275-EXIT
           MOVE BU-NEW-VALUE (1:2) TO AUD-IMAGE (4:2).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2282-EXIT.
           EXIT.
       2300-REJECT-NOTFOUND.                                            00014200
           MOVE WS-RUN-MDY TO PL-REQ-DATE.
           MOVE SPACES TO PL-REQ-OPID, PL-REQ-TERM.
           MOVE 'B' TO PL-SOURCE.
           MOVE SPACES TO PL-REASONS.
           WRITE PENDLIM-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 'Y' TO WS-PEND-SW.
       2250-EXIT.
           EXIT.
           MOVE 'N' TO WS-LOCK-BUSY-SW.
           READ ACCTLOCK-FILE
               INVALID KEY GO TO 2270-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LOCK-FOUND GO TO 2270-EXIT.
           MOVE LK-TIME TO WS-LK-TIME.
           MOVE LK-DATE TO WS-LK-DATE.
       2280-TO-RETRY.
           MOVE 'RECORD IN USE ON-LINE, RETRY' TO RPT-STATUS.
           WRITE RETRY-REC FROM BULK-UPD-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-RETRY-CNT.
           WRITE BULK-RPT-REC FROM RPT-LINE.
       2280-EXIT.
           MOVE RPT-OLD-VAL TO BI-OLD.
           MOVE RPT-NEW-VAL TO BI-NEW.
           WRITE BEFORE-IMAGE-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2290-EXIT.
           EXIT.
       2900-REJECT-BAD-CODE.                                            00014800
      *****************************************************************
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT05' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-RUN-YY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-READ-CNT TO RC-READ-CNT.
           MOVE WS-UPDATE-CNT TO RC-WRITE-CNT.
           MOVE 0 TO RC-COMP-CODE.
           WRITE RUNCTL-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           CLOSE RUNCTL-FILE,
               CDTABLE-FILE,
               STATTAB-FILE, ACCTAUD-FILE.
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
       9830-CK-REWRITE.
           MOVE 'REWRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-BULK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTBULK' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BULK-UPD-REC TO ABL-KEY
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
           MOVE WS-CRLIMIT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CRLIMIT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CRL-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CDTABLE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CD-KEY TO ABL-KEY
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
           MOVE WS-AUD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAUD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-LOCK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTLOCK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LK-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RETRY-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTBRTY' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RETRY-REC TO ABL-KEY
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
           MOVE WS-BIMG-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTBIMG' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BEFORE-IMAGE-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PENDLIM-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PENDLIM' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PL-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTBRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BULK-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT05' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
