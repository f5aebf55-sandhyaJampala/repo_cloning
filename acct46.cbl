                RETURNED-MAIL BLOCK AND THE ACCTALT SEASONAL ADDRESS
                SELECTION APPLY EXACTLY AS THEY DO TO STATEMENTS.
                THE HASH TOTAL IS THE PROMISED OR INSTALLMENT AMOUNT
                IN CENTS.  A TIME-BARRED DEBT (TBARDO 'T') IS
                CONFIRMED ON THE DISCLOSURE VARIANT OF THE FORM
                ('ACCONFT1'/'ACCONFT2').
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88  LANG-MSG-FOUND          VALUE '00'.
           02  WS-DOC-LANG             PIC X VALUE 'E'.
           02  WS-SPAN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-TBAR-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LEGEND               PIC X(30) VALUE SPACES.
           02  WS-LEG-MSGNO            PIC 9(4) VALUE 0.
           02  WS-LEG-DEFAULT          PIC X(30) VALUE SPACES.
               'ACCT46 PROMISE/PLAN CONFIRMATION LETTERS FOR DATE '.
           02  HDR-DATE                PIC 99/99/99.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN INPUT ACCTMSG-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
               COMPUTE WS-CH-NOW-DATE =
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           OPEN OUTPUT CONF-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-CONF-DATE TO HDR-DATE.
           WRITE CONF-RPT-REC FROM HEADER-LINE.
       1000-EXIT.
       2000-NEXT-PROMISE.
           READ COLLWK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CW-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF CW-DONE GO TO 2000-EXIT.
           IF NOT CW-PROMISE GO TO 2000-EXIT.
           IF CW-WORK-DATE NOT = WS-CONF-DATE GO TO 2000-EXIT.
           MOVE CW-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND GO TO 2000-EXIT.
           IF MAILFLDO = 'R'
               ADD 1 TO WS-MAILBLK-CNT
       3000-NEXT-PLAN.
           READ PAYPLAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PP-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PP-DONE GO TO 3000-EXIT.
           IF NOT PP-ACTIVE GO TO 3000-EXIT.
           IF PP-SET-DATE NOT = WS-CONF-DATE GO TO 3000-EXIT.
           MOVE PP-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND GO TO 3000-EXIT.
           IF MAILFLDO = 'R'
               ADD 1 TO WS-MAILBLK-CNT
           MOVE WS-LEGEND TO LTX-LEGEND.
           MOVE LETTER-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2800-LOG-CORR THRU 2800-EXIT.
       2300-EXIT.
           EXIT.
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
      *****************************************************************
           MOVE WS-LEG-MSGNO TO AMSG-NO.
           READ ACCTMSG-FILE
               INVALID KEY MOVE '23' TO WS-LANG-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF LANG-MSG-FOUND
               MOVE AMSG-TEXT (1:30) TO WS-LEGEND
               GO TO 2850-EXIT.
               READ ACCTMSG-FILE
                   INVALID KEY MOVE '23' TO WS-LANG-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF LANG-MSG-FOUND
                   MOVE AMSG-TEXT (1:30) TO WS-LEGEND
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.
      *    A TIME-BARRED DEBT (TBARDO, SET BY ACCT109) GOES ON THE
      *    FORM'S DISCLOSURE VARIANT - 'T' IN THE SEVENTH POSITION -
      *    WHICH STATES THAT THE DEBT IS TOO OLD TO BE SUED ON.
       2860-SET-FORM-VARIANT.
           IF TBARDO = 'T'
               MOVE 'T' TO XRX-FORM-NAME (7:1)
               ADD 1 TO WS-TBAR-CNT.
           IF WS-DOC-LANG = 'S'
               MOVE 'S' TO XRX-FORM-NAME (8:1).
       2860-EXIT.
           MOVE ACCTDO TO AA-ACCT.
           READ ACCTALT-FILE
               INVALID KEY GO TO 2700-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ALT-FOUND GO TO 2700-EXIT.
           IF AA-FROM-MMDD NOT NUMERIC OR AA-TO-MMDD NOT NUMERIC
               GO TO 2700-EXIT.
           MOVE 'SPANISH DOCUMENTS:          ' TO SUM-LABEL.
           MOVE WS-SPAN-CNT TO SUM-CNT.
           WRITE CONF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'TIME-BARRED DISCLOSURES:    ' TO SUM-LABEL.
           MOVE WS-TBAR-CNT TO SUM-CNT.
           WRITE CONF-RPT-REC FROM SUMMARY-LINE.
           CLOSE COLLWK-FILE, PAYPLAN-FILE, ACCT-MASTER,
               ACCTALT-FILE, XEROX-DOC-FILE, CONF-REPORT-FILE,
               CORRHIST-FILE,
               ACCTMSG-FILE.
       9000-EXIT.
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
           MOVE WS-COLLWK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COLLWK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CW-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PLAN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYPLAN' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PP-ACCT TO ABL-KEY
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
           MOVE WS-ALT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTALT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AA-ACCT TO ABL-KEY
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
           MOVE WS-LANG-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTMSG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AMSG-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXCONF' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'CNFRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CONF-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT46' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
