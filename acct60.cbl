                UNCHANGED TO THE EXCEPTION FILE FOR CREDIT REVIEW
                RATHER THAN SILENTLY POSTED, AS ARE CHARGES FOR
                UNKNOWN ACCOUNTS OR WITH UNUSABLE AMOUNTS OR DATES.
                A POSTED CHARGE RELEASES THE OLDEST OPEN AUTHHOLD
                HOLD AC24 PLACED FOR THE SAME AMOUNT ON THE ACCOUNT,
                AND AT END OF RUN EVERY HOLD STILL OPEN AFTER THE
                NUMBER OF DAYS ON THE HOLDPARM CARD (DEFAULT 10) IS
                EXPIRED SO IT NO LONGER TIES UP OPEN-TO-BUY.  THE
                CHARGE IS ADDED TO PRINCIPAL ON BALCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO HOLDPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHARGE-TRAN-FILE ASSIGN TO CHGTRAN
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-STATUS
               FILE STATUS IS WS-SB-STATUS.
           SELECT AUTHHOLD-FILE ASSIGN TO AUTHHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO CHGEXC
               FILE STATUS IS WS-EXC-STATUS.
           SELECT CHG-REPORT-FILE ASSIGN TO CHGFRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-HOLD-DAYS          PIC 9(3).
           05  FILLER                  PIC X(77).
       FD  CHARGE-TRAN-FILE
           RECORDING MODE F.
       01  CHG-TRAN-REC.
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           RECORDING MODE F.
       01  STATTAB-REC.
           COPY STATTAB.
       FD  AUTHHOLD-FILE
           RECORDING MODE F.
       01  AUTHHOLD-REC.
           COPY AUTHHOLD.
       FD  EXCEPTION-FILE
           RECORDING MODE F.
       01  EXC-REC                     PIC X(19).
           02  WS-SB-STATUS            PIC XX VALUE SPACES.
               88  SB-FOUND                VALUE '00'.
           02  WS-EXC-STATUS           PIC XX VALUE SPACES.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-HL-STATUS            PIC XX VALUE SPACES.
               88  HL-OK                   VALUE '00'.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
           02  WS-HL-EOF-SW            PIC X VALUE 'N'.
               88  HL-DONE                 VALUE 'Y'.
           02  WS-HOLD-DAYS            PIC 9(3) VALUE 10.
           02  WS-HOLD-FOUND-SW        PIC X VALUE 'N'.
               88  HOLD-FOUND              VALUE 'Y'.
           02  WS-RELEASE-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-RELEASE-AMT          PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-EXPIRE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-EXPIRE-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-HOLD-YRS             PIC S9(5) COMP-3 VALUE 0.
           02  WS-HOLD-SER             PIC S9(9) COMP-3 VALUE 0.
           02  WS-NOW-SER              PIC S9(9) COMP-3 VALUE 0.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  AMT-LABEL               PIC X(18).
           02  AMT-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(68) VALUE SPACES.
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-HOLD-DAYS NUMERIC AND PARM-HOLD-DAYS > 0
               MOVE PARM-HOLD-DAYS TO WS-HOLD-DAYS.
           OPEN I-O AUTHHOLD-FILE.
           OPEN INPUT CHARGE-TRAN-FILE.
           OPEN I-O ACCT-MASTER.
           OPEN I-O PAYHIST-FILE.
           OPEN OUTPUT CHG-REPORT-FILE.
           OPEN INPUT ACCTLOCK-FILE.
           OPEN INPUT STATTAB-FILE.
           OPEN I-O BALCOMP-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
           ELSE
               COMPUTE WS-NOW-DATE =
                   100000 + WS-NOW-YY * 1000 + WS-NOW-DDD.
           MOVE WS-NOW-DATE TO WS-HOLD-SER.
           PERFORM 2750-DAY-SERIAL THRU 2750-EXIT.
           MOVE WS-HOLD-SER TO WS-NOW-SER.
           WRITE CHG-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       1000-EXIT.
                   MOVE 'ACCOUNT NOT FOUND' TO RPT-STATUS
                   PERFORM 2500-TO-EXCEPTION THRU 2500-EXIT
           END-READ.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-FOUND
               MOVE CT-ACCT TO LK-ACCT
               PERFORM 2600-CK-LOCK THRU 2600-EXIT
       2100-READ-TRAN.
           READ CHARGE-TRAN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-APPLY-CHARGE.
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SB-FOUND AND SB-BLK-POST = 'Y'
               MOVE 'STATUS BLOCKS POSTING' TO RPT-STATUS
               PERFORM 2500-TO-EXCEPTION THRU 2500-EXIT
           MOVE 0 TO PYR (1).
           REWRITE ACCTREC
               INVALID KEY MOVE 'REWRITE FAILED' TO RPT-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES
               PERFORM 2500-TO-EXCEPTION THRU 2500-EXIT
               GO TO 2200-EXIT.
           PERFORM 2300-ADD-PAYHIST THRU 2300-EXIT.
           MOVE 'P' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = WS-BAL-AMT-N - WS-CHG-AMT-N.
           MOVE WS-CHG-AMT-N TO BCL-AMT.
           PERFORM 2900-POST-COMPONENTS THRU 2900-EXIT.
           PERFORM 2700-RELEASE-HOLD THRU 2700-EXIT.
           IF RPT-STATUS = SPACES AND HOLD-FOUND
               MOVE 'APPLIED - HOLD RELEASED' TO RPT-STATUS.
           IF RPT-STATUS = SPACES
               MOVE 'APPLIED' TO RPT-STATUS.
           ADD 1 TO WS-APPL-CNT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 0 TO WS-LAST-SEQ.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2310-SCAN-PAYHIST THRU 2310-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = CT-ACCT.
           MOVE 'M' TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY MOVE 'PAYHIST WRITE FAILED' TO RPT-STATUS.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2300-EXIT.
           EXIT.
       2310-SCAN-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = CT-ACCT
               MOVE PH-SEQ TO WS-LAST-SEQ.
       2310-EXIT.
           EXIT.
       2500-TO-EXCEPTION.
           WRITE EXC-REC FROM CHG-TRAN-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-EXC-CNT.
           ADD WS-CHG-AMT-N TO WS-EXC-AMT.
           WRITE CHG-RPT-REC FROM RPT-LINE.
           MOVE 'N' TO WS-LOCK-BUSY-SW.
           READ ACCTLOCK-FILE
               INVALID KEY GO TO 2600-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LOCK-FOUND GO TO 2600-EXIT.
           MOVE LK-TIME TO WS-LK-TIME.
           MOVE LK-DATE TO WS-LK-DATE.
               MOVE 'Y' TO WS-LOCK-BUSY-SW.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * THE POSTED CHARGE RELEASES THE OLDEST OPEN AC24 HOLD ON THE
      * ACCOUNT FOR THE SAME AMOUNT.  A CHARGE WITH NO SUCH HOLD
      * RELEASES NOTHING; ITS HOLD, IF ANY, EXPIRES WITH AGE.
      *****************************************************************
       2700-RELEASE-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           MOVE LOW-VALUES TO HL-KEY.
           MOVE CT-ACCT TO HL-ACCT.
           START AUTHHOLD-FILE KEY NOT < HL-KEY
               INVALID KEY GO TO 2700-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           MOVE 'N' TO WS-HL-EOF-SW.
           PERFORM 2710-CK-HOLD THRU 2710-EXIT
               UNTIL HL-DONE OR HOLD-FOUND.
           IF NOT HOLD-FOUND GO TO 2700-EXIT.
           MOVE 'M' TO HL-STATUS.
           MOVE WS-NOW-DATE TO HL-REL-DATE.
           REWRITE AUTHHOLD-REC
               INVALID KEY MOVE 'N' TO WS-HOLD-FOUND-SW.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF HOLD-FOUND
               ADD 1 TO WS-RELEASE-CNT
               ADD WS-CHG-AMT-N TO WS-RELEASE-AMT.
       2700-EXIT.
           EXIT.
       2710-CK-HOLD.
           READ AUTHHOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HL-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF HL-DONE OR NOT HL-OK OR HL-ACCT NOT = CT-ACCT
               MOVE 'Y' TO WS-HL-EOF-SW
               GO TO 2710-EXIT.
           IF NOT HL-OPEN GO TO 2710-EXIT.
           MOVE HL-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF NOT AMT-BAD AND WS-AMT-VAL-N = WS-CHG-AMT-N
               MOVE 'Y' TO WS-HOLD-FOUND-SW.
       2710-EXIT.
           EXIT.
      *****************************************************************
      * A 0CYYDDD DATE IN WS-HOLD-SER BECOMES A DAY SERIAL (YEARS
      * TIMES 365 PLUS THE DAY OF THE YEAR) FOR THE AGE TEST.
      *****************************************************************
       2750-DAY-SERIAL.
           COMPUTE WS-HOLD-YRS = WS-HOLD-SER / 1000.
           COMPUTE WS-HOLD-SER = WS-HOLD-YRS * 365
               + (WS-HOLD-SER - WS-HOLD-YRS * 1000).
       2750-EXIT.
           EXIT.
      *****************************************************************
      * END OF RUN: EVERY HOLD STILL OPEN PAST THE HOLDPARM DAYS IS
      * EXPIRED AND LISTED.
      *****************************************************************
       2800-EXPIRE-HOLDS.
           MOVE LOW-VALUES TO HL-KEY.
           MOVE 'N' TO WS-HL-EOF-SW.
           START AUTHHOLD-FILE KEY NOT < HL-KEY
               INVALID KEY MOVE 'Y' TO WS-HL-EOF-SW.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2810-CK-EXPIRY THRU 2810-EXIT
               UNTIL HL-DONE.
       2800-EXIT.
           EXIT.
       2810-CK-EXPIRY.
           READ AUTHHOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HL-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF HL-DONE OR NOT HL-OK
               MOVE 'Y' TO WS-HL-EOF-SW
               GO TO 2810-EXIT.
           IF NOT HL-OPEN GO TO 2810-EXIT.
           MOVE HL-DATE TO WS-HOLD-SER.
           PERFORM 2750-DAY-SERIAL THRU 2750-EXIT.
           IF WS-NOW-SER - WS-HOLD-SER NOT > WS-HOLD-DAYS
               GO TO 2810-EXIT.
           MOVE 'E' TO HL-STATUS.
           MOVE WS-NOW-DATE TO HL-REL-DATE.
           REWRITE AUTHHOLD-REC
               INVALID KEY GO TO 2810-EXIT.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE HL-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF AMT-BAD MOVE 0 TO WS-AMT-VAL-N.
           ADD 1 TO WS-EXPIRE-CNT.
           ADD WS-AMT-VAL-N TO WS-EXPIRE-AMT.
           MOVE SPACES TO RPT-LINE.
           MOVE HL-ACCT TO RPT-ACCTC.
           MOVE HL-AMT TO RPT-AMT.
           MOVE 'AC24 HOLD EXPIRED - NOT POSTED' TO RPT-STATUS.
           WRITE CHG-RPT-REC FROM RPT-LINE.
       2810-EXIT.
           EXIT.
      *****************************************************************
      * THE POSTING IS CARRIED TO THE BALCOMP PRINCIPAL / FINANCE
      * CHARGE / FEE SPLIT THROUGH CBLPGM04.  THE CALLER HAS SET THE
      * FUNCTION, THE BALANCE BEFORE THE POSTING AND THE AMOUNT.
      *****************************************************************
       2900-POST-COMPONENTS.
           MOVE ACCTDO TO BC-ACCT.
           READ BALCOMP-FILE
               INVALID KEY MOVE '23' TO WS-BC-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT BC-FOUND
               MOVE SPACES TO BALCOMP-REC
               MOVE ACCTDO TO BC-ACCT
               MOVE 0 TO BC-PRIN, BC-FIN, BC-FEES.
           IF BC-PRIN NOT NUMERIC OR BC-FIN NOT NUMERIC
               OR BC-FEES NOT NUMERIC
               MOVE 0 TO BC-PRIN, BC-FIN, BC-FEES.
           MOVE BC-PRIN TO BCL-PRIN.
           MOVE BC-FIN TO BCL-FIN.
           MOVE BC-FEES TO BCL-FEES.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
           MOVE BCL-PRIN TO BC-PRIN.
           MOVE BCL-FIN TO BC-FIN.
           MOVE BCL-FEES TO BC-FEES.
           IF BC-FOUND
               REWRITE BALCOMP-REC
                   INVALID KEY MOVE '23' TO WS-BC-STATUS
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               WRITE BALCOMP-REC
                   INVALID KEY MOVE '22' TO WS-BC-STATUS
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 2800-EXPIRE-HOLDS THRU 2800-EXIT.
           MOVE SPACES TO AMOUNT-LINE.
           MOVE 'AMOUNT READ:     ' TO AMT-LABEL.
           MOVE WS-READ-AMT TO AMT-TOTAL.
           MOVE 'AMOUNT EXCEPTED: ' TO AMT-LABEL.
           MOVE WS-EXC-AMT TO AMT-TOTAL.
           WRITE CHG-RPT-REC FROM AMOUNT-LINE.
           MOVE 'HOLDS RELEASED:  ' TO AMT-LABEL.
           MOVE WS-RELEASE-AMT TO AMT-TOTAL.
           WRITE CHG-RPT-REC FROM AMOUNT-LINE.
           MOVE 'HOLDS EXPIRED:   ' TO AMT-LABEL.
           MOVE WS-EXPIRE-AMT TO AMT-TOTAL.
           WRITE CHG-RPT-REC FROM AMOUNT-LINE.
           CLOSE CHARGE-TRAN-FILE, ACCT-MASTER, PAYHIST-FILE,
               EXCEPTION-FILE, CHG-REPORT-FILE, ACCTLOCK-FILE,
               STATTAB-FILE, AUTHHOLD-FILE, BALCOMP-FILE.
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
           MOVE WS-TRAN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CHGTRAN' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CHG-TRAN-REC TO ABL-KEY
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
           MOVE WS-BC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'BALCOMP' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BC-ACCT TO ABL-KEY
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
           MOVE WS-LOCK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTLOCK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LK-ACCT TO ABL-KEY
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
           MOVE WS-HL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AUTHHOLD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE HL-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-EXC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CHGEXC' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE EXC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'CHGFRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CHG-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT60' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
