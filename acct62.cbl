                PRINT-IMAGE PAGE ADDRESSED TO THE NAMED PRINTER
                TERMINAL.  EACH REQUEST IS MARKED COMPLETE AS ITS
                DOCUMENT IS WRITTEN, SO A RERUN CANNOT DOUBLE-MAIL.
                A SECOND PAGE BREAKS THE CLOSING BALANCE INTO
                PRINCIPAL, FINANCE CHARGES AND FEES, REBUILT FROM THE
                SAME TRAIL BY THE BALCOMP RULES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02  WS-ACT-PAY-N            PIC S9(7)V99 COMP-3 VALUE 0.
           02  WS-ACT-CHG-N            PIC S9(7)V99 COMP-3 VALUE 0.
           02  WS-CLOSE-BAL-N          PIC S9(7)V99 COMP-3 VALUE 0.
           02  WS-PRE-BAL-N            PIC S9(7)V99 COMP-3 VALUE 0.
           02  WS-PER-SER              PIC S9(9) COMP-3 VALUE 0.
           02  WS-ENT-SER              PIC S9(9) COMP-3 VALUE 0.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE ' ITEMS '.
           05  STX-ITEMS               PIC ZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.
      *    PAGE 2 OF THE REPRINT - THE CLOSING BALANCE BROKEN INTO
      *    PRINCIPAL, FINANCE CHARGES AND FEES.
       01  SPLIT-TEXT.
           05  FILLER                  PIC X(10) VALUE '*REPRINT* '.
           05  FILLER                  PIC X(8) VALUE 'ACCOUNT '.
           05  SPX-ACCT                PIC X(5).
           05  FILLER                  PIC X(8) VALUE ' PERIOD '.
           05  SPX-PERIOD              PIC X(4).
           05  FILLER                  PIC X(11) VALUE ' PRINCIPAL '.
           05  SPX-PRIN                PIC ZZZZZ9.99-.
           05  FILLER                  PIC X(9) VALUE ' FIN CHG '.
           05  SPX-FIN                 PIC ZZZZZ9.99-.
           05  FILLER                  PIC X(6) VALUE ' FEES '.
           05  SPX-FEES                PIC ZZZZZ9.99-.
           05  FILLER                  PIC X(134) VALUE SPACES.
       01  PRT-BANNER.
           02  FILLER                  PIC X(21) VALUE
               '*REPRINT* TO PRINTER '.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           OPEN INPUT PAYHIST-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN I-O CORRHIST-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           OPEN OUTPUT PRINT-IMAGE-FILE.
           OPEN OUTPUT RPR-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           IF WS-TODAY-YY > 50
               COMPUTE WS-DOC-CCYY = 1900 + WS-TODAY-YY
           ELSE
           MOVE SR-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               ADD 1 TO WS-SKIP-CNT
               GO TO 2000-READ-NEXT.
           MOVE 'C' TO SR-STATUS.
           REWRITE STMTRQ-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-DONE-CNT.
       2000-READ-NEXT.
           PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
       2100-READ-REQUEST.
           READ STMTRQ-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
       2200-REBUILD-PERIOD.
           MOVE 0 TO WS-ACT-CNT, WS-ACT-PAY-N, WS-ACT-CHG-N.
           MOVE 0 TO WS-CLOSE-BAL-N.
           MOVE 0 TO BCL-PRIN, BCL-FIN, BCL-FEES.
           COMPUTE WS-PER-SER = SR-YY * 12 + SR-MM.
           MOVE SR-ACCT TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2200-SPLIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2210-SUM-ENTRY THRU 2210-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = SR-ACCT.
       2200-SPLIT.
           MOVE 'S' TO BCL-FUNCTION.
           MOVE WS-CLOSE-BAL-N TO BCL-OLD-BAL.
           MOVE 0 TO BCL-AMT.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
       2200-EXIT.
           EXIT.
       2210-SUM-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = SR-ACCT
               GO TO 2210-EXIT.
           IF PH-IS-SEED GO TO 2210-EXIT.
           MOVE PH-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF AMT-BAD GO TO 2210-EXIT.
           MOVE WS-CLOSE-BAL-N TO WS-PRE-BAL-N.
           IF PH-IS-PAYMENT OR PH-IS-ADJ-CREDIT OR PH-IS-FORGIVEN
               OR PH-IS-CHARGEOFF OR PH-IS-XFER-IN
               SUBTRACT WS-AMT-VAL-N FROM WS-CLOSE-BAL-N
           ELSE
               IF PH-IS-CHARGE OR PH-IS-REVERSAL OR PH-IS-RETFEE
                   OR PH-IS-ADJ-DEBIT OR PH-IS-SCHED-FEE
                   OR PH-IS-LEGAL-COST OR PH-IS-XFER-OUT
                   ADD WS-AMT-VAL-N TO WS-CLOSE-BAL-N.
           PERFORM 2220-SPLIT-ENTRY THRU 2220-EXIT.
           IF WS-ENT-SER NOT = WS-PER-SER GO TO 2210-EXIT.
           IF PH-IS-PAYMENT OR PH-IS-XFER-IN
               ADD 1 TO WS-ACT-CNT
               ADD WS-AMT-VAL-N TO WS-ACT-PAY-N.
      *    A PAYMENT MOVED AWAY ON AC44 COMES OFF THE PAYMENTS LINE.
           IF PH-IS-XFER-OUT
               ADD 1 TO WS-ACT-CNT
               SUBTRACT WS-AMT-VAL-N FROM WS-ACT-PAY-N.
           IF PH-IS-CHARGE OR PH-IS-SCHED-FEE OR PH-IS-LEGAL-COST
               ADD 1 TO WS-ACT-CNT
               ADD WS-AMT-VAL-N TO WS-ACT-CHG-N.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * THE BALCOMP SPLIT AS IT STOOD AT THE PERIOD CLOSE IS REBUILT
      * BY REPLAYING THE TRAIL THROUGH CBLPGM04 THE WAY THE POSTING
      * PROGRAMS FED IT: PAYMENTS AND TRANSFERS-IN PAY FEES, THEN
      * FINANCE CHARGES, THEN PRINCIPAL; THE ACCT14 FINANCE CHARGE
      * (A CHARGE FROM THE ASSESSMENT RUN) GOES TO FINANCE CHARGES;
      * THE RETURNED-CHECK AND SCHEDULED FEES TO FEES; ANY OTHER
      * DEBIT TO PRINCIPAL.  A CREDIT MEMO, FORGIVENESS OR
      * CHARGE-OFF IS TAKEN BY THE SYNC RULE ON THE NEW BALANCE.
      *****************************************************************
       2220-SPLIT-ENTRY.
           MOVE WS-PRE-BAL-N TO BCL-OLD-BAL.
           MOVE WS-AMT-VAL-N TO BCL-AMT.
           MOVE 'P' TO BCL-FUNCTION.
           IF PH-IS-PAYMENT OR PH-IS-XFER-IN
               MOVE 'A' TO BCL-FUNCTION.
           IF PH-IS-CHARGE AND PH-FROM-ASSESS
               MOVE 'I' TO BCL-FUNCTION.
           IF PH-IS-RETFEE OR PH-IS-SCHED-FEE
               MOVE 'E' TO BCL-FUNCTION.
           IF PH-IS-ADJ-CREDIT OR PH-IS-FORGIVEN OR PH-IS-CHARGEOFF
               MOVE 'S' TO BCL-FUNCTION
               MOVE WS-CLOSE-BAL-N TO BCL-OLD-BAL
               MOVE 0 TO BCL-AMT.
           IF PH-IS-RECOVERY OR PH-IS-SALE OR PH-IS-COMMISSION
               GO TO 2220-EXIT.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
       2220-EXIT.
           EXIT.
       2300-DELIVER.
           MOVE FNAMEDO TO STX-FNAME.
           MOVE SNAMEDO TO STX-SNAME.
           MOVE WS-ACT-PAY-N TO STX-PAYMENTS.
           MOVE WS-ACT-CHG-N TO STX-CHARGES.
           MOVE WS-ACT-CNT TO STX-ITEMS.
           MOVE SR-ACCT TO SPX-ACCT.
           MOVE SR-PERIOD TO SPX-PERIOD.
           MOVE BCL-PRIN TO SPX-PRIN.
           MOVE BCL-FIN TO SPX-FIN.
           MOVE BCL-FEES TO SPX-FEES.
           IF SR-TO-PRINTER
               MOVE SR-TERM TO PRB-TERM
               MOVE SR-REQ-OPID TO PRB-OPID
               WRITE PRINT-IMAGE-REC FROM PRT-BANNER
               WRITE PRINT-IMAGE-REC FROM STMT-TEXT
               WRITE PRINT-IMAGE-REC FROM SPLIT-TEXT
               GO TO 2300-EXIT.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'SR' TO XRX-SPECIAL-HANDLING.
           MOVE 1 TO XRX-PAGE-NO.
           MOVE STMT-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2800-LOG-CORR THRU 2800-EXIT.
           MOVE ZERO TO XRX-HASH-TOTAL.
           MOVE 2 TO XRX-PAGE-NO.
           MOVE SPLIT-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2300-EXIT.
           EXIT.
      *****************************************************************
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
       2400-EDIT-AMOUNT.
               CORRHIST-FILE.
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
       9830-CK-REWRITE.
           MOVE 'REWRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-SR-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STMTRQ' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SR-KEY TO ABL-KEY
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
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
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
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'XRXRPRT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PRT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'RPRTPRT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PRINT-IMAGE-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'RPRRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RPR-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT62' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
