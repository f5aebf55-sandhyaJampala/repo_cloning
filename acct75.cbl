           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN INPUT STATTAB-FILE.
           OPEN OUTPUT REPAIR-FILE.
           OPEN OUTPUT SCAN-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE SCAN-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
               READ CDTABLE-FILE
                   INVALID KEY MOVE '23' TO WS-CD-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF NOT CD-FOUND
                   ADD 1 TO CT-RSN-CODE
                   MOVE 'Y' TO WS-REC-BAD-SW
               READ CDTABLE-FILE
                   INVALID KEY MOVE '23' TO WS-CD-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF NOT CD-FOUND
                   ADD 1 TO CT-SCODE
                   MOVE 'Y' TO WS-REC-BAD-SW
               READ CDTABLE-FILE
                   INVALID KEY MOVE '23' TO WS-CD-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF NOT CD-FOUND
                   ADD 1 TO CT-SCODE
                   MOVE 'Y' TO WS-REC-BAD-SW
               READ CDTABLE-FILE
                   INVALID KEY MOVE '23' TO WS-CD-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF NOT CD-FOUND
                   ADD 1 TO CT-SCODE
                   MOVE 'Y' TO WS-REC-BAD-SW
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SB-FOUND
               ADD 1 TO CT-STATUS
               MOVE 'Y' TO WS-REC-BAD-SW
               MOVE ' 1000.00' TO RP-NEW-VALUE
               MOVE ACCTDO TO RP-ACCTC
               WRITE REPAIR-REC
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               ADD 1 TO WS-CARD-CNT.
           PERFORM 2710-CK-ONE-MONEY THRU 2710-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
           MOVE '1' TO RP-FIELD-CODE.
           MOVE SPACES TO RP-NEW-VALUE.
           WRITE REPAIR-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-CARD-CNT.
       2950-EXIT.
           EXIT.
      *****************************************************************
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT75' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-ACCT-CNT TO RC-READ-CNT.
           MOVE WS-CARD-CNT TO RC-WRITE-CNT.
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
           MOVE WS-RPR-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTRPR' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE REPAIR-REC TO ABL-KEY
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
               MOVE 'SCANRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SCAN-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT75' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
