                REMITTANCE EXTRACT WITH THE NAME AND ADDRESS DETAIL
                THE STATE REQUIRES.  THE STATE CODE IS PARSED FROM
                THE ADDR3DO LINE AND THE RUN ENDS WITH CONTROL
                TOTALS BY STATE.  THE DORMANCY CLOCK RUNS FROM THE
                OWNER'S LAST ACTIVITY: THE ACCT69 REFUND POSTING AND
                THE ACCT98 CREDIT FOR A STALE-DATED REFUND CHECK IT
                VOIDED ARE OUR OWN ENTRIES AND DO NOT RESTART IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN INPUT STATTAB-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN I-O CORRHIST-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           OPEN OUTPUT REMIT-FILE.
           OPEN OUTPUT ESC-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE ESC-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           COMPUTE WS-TODAY-SER =
               WS-TODAY-YY * 372 + WS-TODAY-MM * 31 + WS-TODAY-DD.
           IF WS-TODAY-YY > 50
           MOVE ACCTDO TO EW-ACCT.
           READ ESCHWK-FILE
               INVALID KEY MOVE '23' TO WS-EW-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT EW-FOUND
               PERFORM 2400-SEND-LETTER THRU 2400-EXIT
               GO TO 2000-READ-NEXT.
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * THE DATE OF THE NEWEST REAL PAYHIST ENTRY, ON THE SAME
      * YY*372 + MM*31 + DD SERIAL THE OTHER MONITORS USE.  NO
      * ENTRIES AT ALL LEAVES ZERO AND THE ACCOUNT IS LEFT ALONE FOR
      * THE DATA-QUALITY SCAN TO REPORT.  THE REFUND-CHECK DEBIT
      * (TYPE 'A', REASON 'R') AND THE STALE-CHECK VOID CREDIT (TYPE
      * 'J', REASON 'V') ARE NOT OWNER ACTIVITY AND ARE PASSED OVER.
      *****************************************************************
       2200-LAST-ACTIVITY.
           MOVE 0 TO WS-LAST-SER.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2200-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2210-CK-ENTRY THRU 2210-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
       2200-EXIT.
       2210-CK-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO
               GO TO 2210-EXIT.
           IF PH-IS-SEED GO TO 2210-EXIT.
           IF PH-IS-ADJ-DEBIT AND PH-RSN = 'R' GO TO 2210-EXIT.
           IF PH-IS-ADJ-CREDIT AND PH-RSN = 'V' GO TO 2210-EXIT.
           IF PH-MO NOT NUMERIC OR PH-DAY NOT NUMERIC
               OR PH-YR NOT NUMERIC GO TO 2210-EXIT.
           COMPUTE WS-ENT-SER = PH-YR * 372 + PH-MO * 31 + PH-DAY.
           MOVE WS-AMT-ED TO LTX-AMT.
           MOVE LETTER-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2800-LOG-CORR THRU 2800-EXIT.
           MOVE SPACES TO ESCHWK-REC.
           MOVE ACCTDO TO EW-ACCT.
           MOVE ZERO TO EW-ESCH-DATE.
           WRITE ESCHWK-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-LETTER-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE ACCTDO TO RPT-ACCTC.
           MOVE 'CL' TO STATDO.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE 'E' TO EW-STATUS.
           COMPUTE EW-ESCH-DATE = WS-TODAY-MM * 10000
               + WS-TODAY-DD * 100 + WS-TODAY-YY.
           REWRITE ESCHWK-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE SPACES TO REMIT-REC.
           MOVE WS-STATE TO RM-STATE.
           MOVE ACCTDO TO RM-ACCT.
           MOVE WS-CREDIT-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO RM-AMT.
           WRITE REMIT-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-ESCH-CNT.
           ADD WS-CREDIT-N TO WS-ESCH-AMT.
           PERFORM 2600-TALLY-STATE THRU 2600-EXIT.
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SB-FOUND GO TO 2700-EXIT.
           MOVE 'N' TO WS-TRANS-OK-SW.
           PERFORM 2710-CK-NEXT THRU 2710-EXIT
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2560-SCAN-PAYHIST THRU 2560-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
           MOVE SPACE TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2550-EXIT.
           EXIT.
       2560-SCAN-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = ACCTDO
               MOVE PH-SEQ TO WS-LAST-SEQ.
       2560-EXIT.
           MOVE XRX-FORM-NAME TO CH-FORM.
           MOVE XRX-SPECIAL-HANDLING TO CH-HANDLING.
           MOVE XRX-TEXT TO CH-TEXT.
           MOVE XRX-DATE TO CH-DOC-DATE.
           MOVE ZERO TO CH-MAIL-DATE.
           MOVE 'W' TO CH-MAIL-STAT.
           WRITE CORRHIST-REC
               INVALID KEY ADD 1 TO WS-CH-SEQN.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           WRITE ESC-RPT-REC FROM STATE-LINE.
       9100-EXIT.
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
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
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-EW-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ESCHWK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE EW-ACCT TO ABL-KEY
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
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXESCH' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CORRHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-REM-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ESCREMIT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE REMIT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ESCRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ESC-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT68' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
