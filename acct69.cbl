                RELEASE LIMIT (DEFAULT 500.00) IS QUEUED ON REFPEND
                FOR AC27 SUPERVISOR RELEASE INSTEAD; AN APPROVED
                REFPEND ROW IS ISSUED BY THE NEXT RUN AND CLEARED.
                EVERY CHECK TAKES THE NEXT NUMBER FROM THE CHKREG
                CONTROL ROW (FIRST NUMBER FROM THE PARAMETER CARD
                WHEN THE REGISTER IS NEW), IS RECORDED ON THE CHKREG
                CHECK REGISTER, AND GOES TO THE BANK ON THE PPISSUE
                POSITIVE-PAY FILE UNDER THE DISBURSEMENT ACCOUNT ON
                THE CARD.  A CREDIT PUT BACK BY THE ACCT98 VOID OF A
                STALE-DATED CHECK IS NOT REFUNDED AGAIN; IT IS LEFT
                FOR THE ACCT68 DORMANCY RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CH-STATUS.
           SELECT CHKREG-FILE ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-NUMBER
               FILE STATUS IS WS-CK-STATUS.
           SELECT PPISSUE-FILE ASSIGN TO PPISSUE
               FILE STATUS IS WS-PP-STATUS.
           SELECT REF-REPORT-FILE ASSIGN TO REFRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
           05  PARM-BUSDAYS            PIC 9(3).
           05  FILLER                  PIC X.
           05  PARM-RELEASE            PIC X(8).
           05  FILLER                  PIC X.
           05  PARM-PP-ACCT            PIC X(15).
           05  FILLER                  PIC X.
           05  PARM-FIRST-CHECK        PIC 9(10).
           05  FILLER                  PIC X(32).
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           RECORDING MODE F.
       01  CORRHIST-REC.
           COPY CORRHIST.
       FD  CHKREG-FILE
           RECORDING MODE F.
       01  CHKREG-REC.
           COPY CHKREG.
       FD  PPISSUE-FILE
           RECORDING MODE F.
       01  PPISSUE-REC.
           COPY PPISSUE.
       FD  REF-REPORT-FILE
           RECORDING MODE F.
       01  REF-RPT-REC                 PIC X(100).
           02  WS-WINDOW-CCYY          PIC 9(4) VALUE 0.
           02  WS-WINDOW-YY            PIC 99 VALUE 0.
           02  WS-YR-WINDOW            PIC 99 VALUE 50.
           02  WS-CK-STATUS            PIC XX VALUE SPACES.
               88  CK-FOUND                VALUE '00'.
           02  WS-PP-STATUS            PIC XX VALUE SPACES.
           02  WS-CHECK-NO             PIC 9(10) VALUE 0.
           02  WS-PP-ACCT              PIC X(15) VALUE SPACES.
           02  WS-PP-CNT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-PP-AMT               PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-DORM-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-VOID-SW              PIC X VALUE 'N'.
               88  VOID-CREDIT             VALUE 'Y'.
       01  WS-CH-NOW-DAY.
           02  WS-CH-NOW-YY            PIC 9(2).
           02  WS-CH-NOW-DDD           PIC 9(3).
           05  CTX-ADDR1               PIC X(24).
           05  CTX-ADDR2               PIC X(24).
           05  CTX-ADDR3               PIC X(16).
           05  FILLER                  PIC X(10) VALUE ' CHECK NO '.
           05  CTX-CHECK-NO            PIC 9(10).
           05  FILLER                  PIC X(92) VALUE SPACES.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT69 CREDIT-BALANCE REFUND CHECKS - RUN REPORT'.
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
           OPEN I-O REFPEND-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN I-O CHKREG-FILE.
           OPEN OUTPUT PPISSUE-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE PARM-PP-ACCT TO WS-PP-ACCT.
           PERFORM 1100-GET-CHECK-CTL THRU 1100-EXIT.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
               COMPUTE WS-CH-NOW-DATE =
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           OPEN OUTPUT REF-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE REF-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           IF WS-TODAY-YY > 50
               COMPUTE WS-DOC-CCYY = 1900 + WS-TODAY-YY
           ELSE
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE LAST CHECK NUMBER ASSIGNED RIDES THE CHKREG CONTROL ROW
      * (CHECK NUMBER ZERO).  A REGISTER WITHOUT ONE IS NEW AND STARTS
      * AT THE FIRST NUMBER ON THE PARAMETER CARD, OR AT 1.
      *****************************************************************
       1100-GET-CHECK-CTL.
           MOVE 0 TO CK-NUMBER.
           READ CHKREG-FILE
               INVALID KEY MOVE '23' TO WS-CK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF CK-FOUND AND CK-IS-CONTROL
               MOVE CK-CTL-LAST-NO TO WS-CHECK-NO
               GO TO 1100-EXIT.
           MOVE SPACES TO CHKREG-REC.
           MOVE 0 TO CK-NUMBER.
           MOVE 'K' TO CK-CTL-ID.
           IF PARM-FIRST-CHECK NUMERIC AND PARM-FIRST-CHECK > 0
               COMPUTE WS-CHECK-NO = PARM-FIRST-CHECK - 1
           ELSE
               MOVE 0 TO WS-CHECK-NO.
           MOVE WS-CHECK-NO TO CK-CTL-LAST-NO.
           WRITE CHKREG-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       1100-EXIT.
           EXIT.
       2000-PROCESS-RECORD.
           ADD 1 TO WS-ACCT-CNT.
           IF BAL (1) NOT NUMERIC GO TO 2000-READ-NEXT.
           PERFORM 2200-CK-AGED THRU 2200-EXIT.
           IF CAL-STATUS NOT = '0' GO TO 2000-READ-NEXT.
           IF CAL-DAY-COUNT < WS-BUSDAYS GO TO 2000-READ-NEXT.
      *    A VOIDED STALE CHECK'S CREDIT WAITS FOR THE ESCHEAT RUN.
           IF VOID-CREDIT
               ADD 1 TO WS-DORM-CNT
               GO TO 2000-READ-NEXT.
           MOVE ACCTDO TO RF-ACCT.
           READ REFPEND-FILE
               INVALID KEY MOVE '23' TO WS-RF-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF RF-FOUND AND RF-PENDING
               ADD 1 TO WS-WAIT-CNT
               GO TO 2000-READ-NEXT.
               DELETE REFPEND-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM 9840-CK-DELETE THRU 9850-EXIT
               GO TO 2000-READ-NEXT.
      *    A REFUND OVER THE RELEASE LIMIT WAITS FOR AC27 APPROVAL.
           IF WS-REFUND-N > WS-RELEASE-N
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
           EXIT.
       2210-LAST-ACTIVITY.
           MOVE 0 TO WS-LAST-DATE, WS-LAST-SER.
           MOVE 'N' TO WS-VOID-SW.
           MOVE ACCTDO TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2210-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2220-CK-ENTRY THRU 2220-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
       2210-EXIT.
       2220-CK-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO
               GO TO 2220-EXIT.
           IF PH-IS-SEED GO TO 2220-EXIT.
           IF PH-MO NOT NUMERIC OR PH-DAY NOT NUMERIC
               OR PH-YR NOT NUMERIC GO TO 2220-EXIT.
           COMPUTE WS-ENT-SER = PH-YR * 372 + PH-MO * 31 + PH-DAY.
      *    NOTE WHETHER THE NEWEST ENTRY IS A STALE-CHECK VOID CREDIT.
           IF WS-ENT-SER NOT < WS-LAST-SER
               IF PH-IS-ADJ-CREDIT AND PH-RSN = 'V'
                   MOVE 'Y' TO WS-VOID-SW
               ELSE
                   MOVE 'N' TO WS-VOID-SW.
           IF WS-ENT-SER > WS-LAST-SER
               MOVE WS-ENT-SER TO WS-LAST-SER
               MOVE PH-MO TO WS-LAST-MM
      *****************************************************************
      * THE REFUND ITSELF: A TYPE 'A' DEBIT MEMO (REASON 'R') BRINGS
      * THE BALANCE TO ZERO AND THE CHECK DOCUMENT GOES OUT WITH THE
      * CHECK AMOUNT AS ITS HASH TOTAL.  THE CHECK TAKES THE NEXT
      * NUMBER AND IS RECORDED ON CHKREG AND THE POSITIVE-PAY FILE.
      *****************************************************************
       2300-ISSUE-CHECK.
           ADD 1 TO WS-CHECK-NO.
           PERFORM 2500-ADD-PAYHIST THRU 2500-EXIT.
           MOVE 0 TO BAL (1).
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'RF' TO XRX-SPECIAL-HANDLING.
           MOVE 'ACREFCK1' TO XRX-FORM-NAME.
           MOVE ADDR1DO TO CTX-ADDR1.
           MOVE ADDR2DO TO CTX-ADDR2.
           MOVE ADDR3DO TO CTX-ADDR3.
           MOVE WS-CHECK-NO TO CTX-CHECK-NO.
           MOVE CHECK-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2800-LOG-CORR THRU 2800-EXIT.
           PERFORM 2600-REGISTER-CHECK THRU 2600-EXIT.
           ADD 1 TO WS-CHECK-CNT.
           ADD WS-REFUND-N TO WS-CHECK-AMT.
           MOVE SPACES TO RPT-LINE.
           MOVE ACCTDO TO RPT-ACCTC.
           MOVE WS-REFUND-N TO RPT-AMT.
           MOVE 'REFUND CHECK ISSUED - NO.' TO RPT-NOTE.
           MOVE WS-CHECK-NO TO RPT-NOTE (27:10).
           WRITE REF-RPT-REC FROM RPT-LINE.
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
      * THE CHECK GOES ON THE REGISTER AS ISSUED ('I') AND TO THE
      * BANK AS A POSITIVE-PAY ISSUE DETAIL UNDER THE SAME NUMBER.
      *****************************************************************
       2600-REGISTER-CHECK.
           MOVE SPACES TO CHKREG-REC.
           MOVE WS-CHECK-NO TO CK-NUMBER.
           MOVE 'I' TO CK-STATUS.
           MOVE ACCTDO TO CK-ACCT.
           MOVE WS-AMT-ED TO CK-AMT.
           MOVE WS-DOC-DATE TO CK-ISSUE-DATE.
           MOVE CTX-NAME TO CK-PAYEE.
           MOVE SPACES TO CK-PAID-AMT.
           MOVE 0 TO CK-PAID-DATE, CK-VOID-DATE.
           WRITE CHKREG-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SPACES TO PPISSUE-REC.
           MOVE 'D' TO PP-REC-TYPE.
           MOVE WS-PP-ACCT TO PP-BANK-ACCT.
           MOVE WS-CHECK-NO TO PP-CHECK-NO.
           MOVE WS-REFUND-N TO PP-AMOUNT.
           MOVE WS-DOC-DATE TO PP-ISSUE-DATE.
           MOVE 'I' TO PP-ACTION.
           MOVE CTX-NAME TO PP-PAYEE.
           WRITE PPISSUE-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-PP-CNT.
           ADD WS-REFUND-N TO WS-PP-AMT.
       2600-EXIT.
           EXIT.
       2350-QUEUE-PENDING.
           MOVE SPACES TO REFPEND-REC.
           MOVE ACCTDO TO RF-ACCT.
           MOVE SPACES TO RF-DEC-OPID.
           WRITE REFPEND-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-QUEUE-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE ACCTDO TO RPT-ACCTC.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2510-SCAN-PAYHIST THRU 2510-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = ACCTDO.
           MOVE SPACE TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2500-EXIT.
           EXIT.
       2510-SCAN-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = ACCTDO
               MOVE PH-SEQ TO WS-LAST-SEQ.
       2510-EXIT.
           MOVE WS-WAIT-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE REF-RPT-REC FROM SUMMARY-LINE.
           MOVE 'VOID CREDIT LEFT FOR ACCT68:' TO SUM-LABEL.
           MOVE WS-DORM-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE REF-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO PPISSUE-REC.
           MOVE 'T' TO PP-REC-TYPE.
           MOVE WS-PP-ACCT TO PP-TRL-BANK-ACCT.
           MOVE WS-PP-CNT TO PP-TRL-COUNT.
           MOVE WS-PP-AMT TO PP-TRL-TOTAL.
           WRITE PPISSUE-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 0 TO CK-NUMBER.
           READ CHKREG-FILE
               INVALID KEY MOVE '23' TO WS-CK-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF CK-FOUND
               MOVE WS-CHECK-NO TO CK-CTL-LAST-NO
               REWRITE CHKREG-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           CLOSE ACCT-MASTER, PAYHIST-FILE, REFPEND-FILE,
               XEROX-DOC-FILE, REF-REPORT-FILE,
               CORRHIST-FILE, CHKREG-FILE, PPISSUE-FILE.
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
       9840-CK-DELETE.
           MOVE 'DELETE' TO ABL-FUNCTION.
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
           MOVE WS-RF-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'REFPEND' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RF-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXREFC' TO ABL-FILE-NAME
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
           MOVE WS-CK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CHKREG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CK-NUMBER TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PPISSUE' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PPISSUE-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'REFRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE REF-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT69' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
