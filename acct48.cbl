                DIALING BY HAND OFF THE AC10 SCREEN ONE ACCOUNT AT A
                TIME.  EVERY UNWORKED OR RESURFACED COLLWK ENTRY
                (OUTCOME SPACE AFTER THE ACCT17 REBUILD) IS WRITTEN
                IN THE VENDOR'S FIXED LAYOUT - ACCOUNT, TELEPHONE,
                BALANCE, DELINQUENCY BUCKET AND BEST-TIME-TO-CALL.
                THE NUMBER DIALED IS THE BEST ELIGIBLE ONE AMONG THE
                PRIMARY TELDO AND THE ACCOUNT'S TELNUM NUMBERS: A
                CELL NUMBER WITH DIALING CONSENT FIRST, THEN HOME,
                THEN WORK, THEN A PRIMARY WHOSE TYPE WAS NEVER
                RECORDED, THE PRIMARY WINNING A TIE.  A NUMBER
                MARKED BAD BY THE ACCT49 RESULTS LOADER (TELFLDO 'B'
                FOR THE PRIMARY, TN-STATUS 'B' FOR THE OTHERS) IS
                PASSED OVER, AND A CELL NUMBER WITHOUT CONSENT IS
                NEVER PUT ON THE LIST.  ACCOUNTS LEFT WITH NO NUMBER
                TO DIAL ARE NOT EXTRACTED; THEY ARE COUNTED ON THE
                RUN REPORT BY REASON SO THE SKIP-TRACE QUEUE (SEE
                ACCT49) STAYS HONEST.  A DECEASED CUSTOMER (DECEDO
                'D') IS NEVER DIALED, NOR IS AN ACCOUNT WHOSE DEBT
                VALIDATION NOTICE IS UNMAILED, WHOSE VALIDATION WINDOW
                IS STILL OPEN, OR WHOSE WRITTEN DISPUTE OF THE DEBT
                IS STILL AWAITING ITS VERIFICATION LETTER (VALNOTE).
                AN ACCOUNT WHOSE STRATASG TREATMENT PATH IS COLLECTOR
                CALL OR LETTER ONLY IS LEFT OFF THE LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT TELNUM-FILE ASSIGN TO TELNUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TELNUM-STATUS.
           SELECT VALNOTE-FILE ASSIGN TO VALNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-ACCT
               FILE STATUS IS WS-VN-STATUS.
           SELECT STRATASG-FILE ASSIGN TO STRATASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT
               FILE STATUS IS WS-SA-STATUS.
           SELECT DIALER-FILE ASSIGN TO DIALOUT
               FILE STATUS IS WS-DIAL-STATUS.
           SELECT DIAL-REPORT-FILE ASSIGN TO DIALRPT
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  TELNUM-FILE
           RECORDING MODE F.
       01  TELNUM-REC.
           COPY TELNUM.
       FD  VALNOTE-FILE
           RECORDING MODE F.
       01  VALNOTE-REC.
           COPY VALNOTE.
       FD  STRATASG-FILE
           RECORDING MODE F.
       01  STRATASG-REC.
           COPY STRATASG.
       FD  DIALER-FILE
           RECORDING MODE F.
       01  DIAL-REC.
           05  DL-BUCKET               PIC X(2).
           05  DL-BEST-TIME            PIC X(4).
           05  DL-NAME                 PIC X(20).
           05  DL-TEL-TYPE             PIC X.
           05  FILLER                  PIC X(30).
       FD  DIAL-REPORT-FILE
           RECORDING MODE F.
       01  DIAL-RPT-REC                PIC X(100).
           02  WS-COLLWK-STATUS        PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-TELNUM-STATUS        PIC XX VALUE SPACES.
           02  WS-DIAL-STATUS          PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
           02  WS-BADTEL-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOACCT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-CEASE-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOCONS-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-ALTTEL-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-VN-STATUS            PIC XX VALUE SPACES.
               88  VN-FOUND                VALUE '00'.
           02  WS-VALHOLD-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-SA-STATUS            PIC XX VALUE SPACES.
               88  SA-FOUND                VALUE '00'.
           02  WS-STRAT-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-TN-EOF-SW            PIC X VALUE 'N'.
               88  TN-DONE                 VALUE 'Y'.
           02  WS-PRIM-ROW-SW          PIC X VALUE 'N'.
               88  PRIM-HAS-ROW            VALUE 'Y'.
           02  WS-SEEN-BAD-SW          PIC X VALUE 'N'.
               88  SEEN-BAD                VALUE 'Y'.
           02  WS-SEEN-NOCONS-SW       PIC X VALUE 'N'.
               88  SEEN-NOCONS             VALUE 'Y'.
           02  WS-RANK                 PIC S9(4) COMP VALUE +0.
           02  WS-BEST-RANK            PIC S9(4) COMP VALUE +0.
           02  WS-BEST-TEL             PIC X(10) VALUE SPACES.
           02  WS-BEST-TIME            PIC X(4) VALUE SPACES.
           02  WS-BEST-TYPE            PIC X VALUE SPACE.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT48 AUTODIALER CALLING-LIST EXTRACT - RUN REPORT'.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
       1000-INITIALIZE.
           OPEN INPUT COLLWK-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT TELNUM-FILE.
           OPEN INPUT VALNOTE-FILE.
           OPEN INPUT STRATASG-FILE.
           OPEN OUTPUT DIALER-FILE.
           OPEN OUTPUT DIAL-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE DIAL-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-COLLWK THRU 2100-EXIT.
       1000-EXIT.
           MOVE CW-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               ADD 1 TO WS-NOACCT-CNT
               GO TO 2000-READ-NEXT.
           IF CEASEDO = 'Y'
               ADD 1 TO WS-CEASE-CNT
               GO TO 2000-READ-NEXT.
           IF DECEDO = 'D'
               ADD 1 TO WS-DECD-CNT
               GO TO 2000-READ-NEXT.
           MOVE CW-ACCT TO VN-ACCT.
           READ VALNOTE-FILE
               INVALID KEY MOVE '23' TO WS-VN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF VN-FOUND AND VN-HOLDS-PLACEMENT
               ADD 1 TO WS-VALHOLD-CNT
               GO TO 2000-READ-NEXT.
      *    THE COLLECTOR-CALL PATH IS WORKED BY HAND ON AC10.
           MOVE CW-ACCT TO SA-ACCT.
           READ STRATASG-FILE
               INVALID KEY MOVE '23' TO WS-SA-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SA-FOUND AND SA-ACTIVE
               AND (SA-PATH-COLLECTOR OR SA-PATH-LETTER)
               ADD 1 TO WS-STRAT-CNT
               GO TO 2000-READ-NEXT.
           PERFORM 2200-CHOOSE-NUMBER THRU 2200-EXIT.
           IF WS-BEST-TEL = SPACES
               GO TO 2000-NO-NUMBER.
           MOVE SPACES TO DIAL-REC.
           MOVE CW-ACCT TO DL-ACCT.
           MOVE WS-BEST-TEL TO DL-TEL.
           MOVE CW-BAL TO DL-BAL.
           MOVE CW-BUCKET TO DL-BUCKET.
           MOVE WS-BEST-TIME TO DL-BEST-TIME.
           MOVE WS-BEST-TYPE TO DL-TEL-TYPE.
           MOVE SNAMEDO TO DL-NAME (1:12).
           MOVE FNAMEDO TO DL-NAME (14:7).
           WRITE DIAL-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-EXTR-CNT.
           IF WS-BEST-TEL NOT = TELDO
               ADD 1 TO WS-ALTTEL-CNT.
           GO TO 2000-READ-NEXT.
       2000-NO-NUMBER.
           IF SEEN-NOCONS
               ADD 1 TO WS-NOCONS-CNT
               GO TO 2000-READ-NEXT.
           IF SEEN-BAD
               ADD 1 TO WS-BADTEL-CNT
               GO TO 2000-READ-NEXT.
           ADD 1 TO WS-NOTEL-CNT.
       2000-READ-NEXT.
           PERFORM 2100-READ-COLLWK THRU 2100-EXIT.
       2000-EXIT.
       2100-READ-COLLWK.
           READ COLLWK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * THE BEST ELIGIBLE NUMBER HAS THE LOWEST RANK: TWICE THE TYPE
      * ORDER (CELL WITH CONSENT 1, HOME 2, WORK 3, PRIMARY OF
      * UNRECORDED TYPE 4), LESS ONE FOR THE PRIMARY SO IT WINS A TIE.
      *****************************************************************
       2200-CHOOSE-NUMBER.
           MOVE 99 TO WS-BEST-RANK.
           MOVE SPACES TO WS-BEST-TEL, WS-BEST-TYPE.
           MOVE 'ANY ' TO WS-BEST-TIME.
           MOVE 'N' TO WS-PRIM-ROW-SW, WS-SEEN-BAD-SW,
               WS-SEEN-NOCONS-SW, WS-TN-EOF-SW.
           MOVE CW-ACCT TO TN-ACCT.
           MOVE LOW-VALUES TO TN-TEL.
           START TELNUM-FILE KEY IS NOT LESS THAN TN-KEY
               INVALID KEY MOVE 'Y' TO WS-TN-EOF-SW.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2210-NEXT-NUMBER THRU 2210-EXIT
               UNTIL TN-DONE.
           IF PRIM-HAS-ROW
               GO TO 2200-EXIT.
           IF TELDO = SPACES OR TELDO NOT NUMERIC
               GO TO 2200-EXIT.
           IF TELFLDO = 'B'
               MOVE 'Y' TO WS-SEEN-BAD-SW
               GO TO 2200-EXIT.
           IF WS-BEST-RANK > 7
               MOVE 7 TO WS-BEST-RANK
               MOVE TELDO TO WS-BEST-TEL
               MOVE SPACE TO WS-BEST-TYPE
               MOVE 'ANY ' TO WS-BEST-TIME.
       2200-EXIT.
           EXIT.
       2210-NEXT-NUMBER.
           READ TELNUM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TN-EOF-SW
                   GO TO 2210-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF TN-ACCT NOT = CW-ACCT
               MOVE 'Y' TO WS-TN-EOF-SW
               GO TO 2210-EXIT.
           IF TN-TEL = TELDO
               MOVE 'Y' TO WS-PRIM-ROW-SW.
           IF TN-TEL NOT NUMERIC
               GO TO 2210-EXIT.
           IF TN-BAD OR (TN-TEL = TELDO AND TELFLDO = 'B')
               MOVE 'Y' TO WS-SEEN-BAD-SW
               GO TO 2210-EXIT.
           IF TN-CELL AND NOT TN-CONSENTED
               MOVE 'Y' TO WS-SEEN-NOCONS-SW
               GO TO 2210-EXIT.
           MOVE 8 TO WS-RANK.
           IF TN-CELL MOVE 2 TO WS-RANK.
           IF TN-HOME MOVE 4 TO WS-RANK.
           IF TN-WORK MOVE 6 TO WS-RANK.
           IF TN-TEL = TELDO
               SUBTRACT 1 FROM WS-RANK.
           IF WS-RANK < WS-BEST-RANK
               MOVE WS-RANK TO WS-BEST-RANK
               MOVE TN-TEL TO WS-BEST-TEL
               MOVE TN-TYPE TO WS-BEST-TYPE
               MOVE TN-BEST-TIME TO WS-BEST-TIME.
           IF WS-BEST-TIME = SPACES
               MOVE 'ANY ' TO WS-BEST-TIME.
       2210-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'UNWORKED QUEUE ENTRIES:     ' TO SUM-LABEL.
           MOVE 'SKIPPED, CEASE CONTACT:     ' TO SUM-LABEL.
           MOVE WS-CEASE-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, DECEASED:          ' TO SUM-LABEL.
           MOVE WS-DECD-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, CELL NO CONSENT:   ' TO SUM-LABEL.
           MOVE WS-NOCONS-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'DIALED AN ADDITIONAL NUMBER:' TO SUM-LABEL.
           MOVE WS-ALTTEL-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, DEBT VALIDATION:   ' TO SUM-LABEL.
           MOVE WS-VALHOLD-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SKIPPED, STRATEGY NOT DIALER' TO SUM-LABEL.
           MOVE WS-STRAT-CNT TO SUM-CNT.
           WRITE DIAL-RPT-REC FROM SUMMARY-LINE.
           CLOSE COLLWK-FILE, ACCT-MASTER, TELNUM-FILE, DIALER-FILE,
               DIAL-REPORT-FILE, VALNOTE-FILE, STRATASG-FILE.
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
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
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCTDO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-TELNUM-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'TELNUM' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE TN-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-VN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'VALNOTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE VN-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STRATASG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SA-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-DIAL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DIALOUT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DIAL-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'DIALRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DIAL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT48' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
