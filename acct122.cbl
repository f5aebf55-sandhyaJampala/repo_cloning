       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT122.
       REMARKS. THIS MONTH-END BATCH STEP REBUILDS THE BAD-DEBT
                ALLOWANCE FROM THE ROLL RATES, IN PLACE OF THE HAND
                WORKSHEET FINANCE KEPT OFF THE ACCT73 PRINTOUT.  FOR
                EACH OF THE TRAILING MONTHS ON THE PARAMETER CARD
                (DEFAULT 6, AT MOST 12) IT COMPARES CONSECUTIVE
                SNAPHIST MONTHS ACCOUNT BY ACCOUNT AND TAKES THE
                SHARE OF EACH BUCKET'S DOLLARS THAT ROLLED ONE STAGE
                WORSE (CU TO 30, 30 TO 60, 60 TO 90, 90 TO CHARGE-OFF),
                THEN AVERAGES THE MONTHLY RATES.  A BUCKET'S LOSS RATE
                IS THE PRODUCT OF THE AVERAGE ROLL RATES FROM IT TO
                CHARGE-OFF.  THE RECOVERY RATE IS WHAT HAS COME BACK
                ON THE RECOVLED LEDGER (RECOVERIES, AND THE PRICE OF
                ACCOUNTS SOLD) AGAINST WHAT WAS CHARGED OFF.  THE
                REQUIRED RESERVE FOR EACH BUCKET IS ITS DOLLARS IN THE
                MONTH ON THE PARAMETER CARD (YYMM, DEFAULTING TO THE
                BUSINESS MONTH) TIMES ITS LOSS RATE, LESS THE SHARE
                EXPECTED BACK.  THE REPORT SETS THE TOTAL AGAINST LAST
                MONTH'S RESERVE.  EVERY FIGURE IS APPENDED TO THE
                RSVHIST HISTORY FILE WITH THE BUSINESS DATE AS ITS
                POSTING DATE, AND THAT NIGHT'S ACCT41 JOURNALS THE
                CHANGE FROM THE RESERVE ALREADY BOOKED AS A BALANCED
                PAIR.  A RUN FOR A MONTH OLDER THAN THE LATEST ON
                RSVHIST ONLY PRINTS, AND A MONTH WITH NO SNAPSHOT ROWS
                IS REFUSED WITH RETURN CODE 8 SO AN EMPTY SNAPSHOT
                CANNOT RELEASE THE WHOLE RESERVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO RSVPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SNAPHIST-FILE ASSIGN TO SNAPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SN-STATUS.
           SELECT RECOVLED-FILE ASSIGN TO RECOVLED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-ACCT
               FILE STATUS IS WS-RL-STATUS.
           SELECT RSVHIST-FILE ASSIGN TO RSVHIST
               FILE STATUS IS WS-RSVHIST-STATUS.
           SELECT RSV-REPORT-FILE ASSIGN TO RSVRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-YYMM               PIC 9(4).
           05  FILLER                  PIC X.
           05  PARM-MONTHS             PIC 9(2).
           05  FILLER                  PIC X(73).
       FD  SNAPHIST-FILE
           RECORDING MODE F.
       01  SNAPHIST-REC.
           COPY SNAPHIST.
       FD  RECOVLED-FILE
           RECORDING MODE F.
       01  RECOVLED-REC.
           COPY RECOVLED.
       FD  RSVHIST-FILE
           RECORDING MODE F.
       01  RSVHIST-REC.
           COPY RSVHIST.
       FD  RSV-REPORT-FILE
           RECORDING MODE F.
       01  RSV-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-SN-STATUS            PIC XX VALUE SPACES.
               88  SN-FOUND                VALUE '00'.
           02  WS-RL-STATUS            PIC XX VALUE SPACES.
               88  RL-OK                   VALUE '00'.
           02  WS-RSVHIST-STATUS       PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-RV-EOF-SW            PIC X VALUE 'N'.
               88  RV-DONE                 VALUE 'Y'.
           02  WS-LATER-SW             PIC X VALUE 'N'.
               88  LATER-ON-FILE           VALUE 'Y'.
           02  WS-PRIOR-SW             PIC X VALUE 'N'.
               88  HAVE-PRIOR              VALUE 'Y'.
           02  WS-MONTHS               PIC S9(4) COMP VALUE +6.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-BSUB                 PIC S9(4) COMP VALUE +0.
           02  WS-MSUB                 PIC S9(4) COMP VALUE +0.
           02  WS-SNAP-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CUR-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-CMP-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOMATCH-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-BADAMT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-RL-CNT               PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-CUR-YYMM                 PIC 9(4) VALUE 0.
       01  WS-CUR-R REDEFINES WS-CUR-YYMM.
           02  WS-CUR-YY               PIC 9(2).
           02  WS-CUR-MM               PIC 9(2).
       01  WS-ROW-YYMM                 PIC 9(4) VALUE 0.
       01  WS-ROW-R REDEFINES WS-ROW-YYMM.
           02  WS-ROW-YY               PIC 9(2).
           02  WS-ROW-MM               PIC 9(2).
       01  WS-MOS-YYMM                 PIC 9(4) VALUE 0.
       01  WS-MOS-R REDEFINES WS-MOS-YYMM.
           02  WS-MOS-YY               PIC 9(2).
           02  WS-MOS-MM               PIC 9(2).
       01  WS-CUR-MOS                  PIC 9(6).
       01  WS-FIRST-MOS                PIC 9(6).
       01  WS-ROW-MOS                  PIC 9(6).
       01  WS-RV-MOS                   PIC 9(6).
       01  WS-WORK-MOS                 PIC 9(6).
       01  WS-WORK-CCYY                PIC 9(4).
       01  WS-WORK-CENT                PIC 9(2).
       01  WS-CUR-CCYYMM               PIC 9(6).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-SAVE-KEY                 PIC X(9).
       01  WS-FROM-BKT                 PIC S9(4) COMP VALUE +0.
       01  WS-FROM-BAL-N               PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-AMT-WORK.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-CHGOFF-N                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RECOV-N                  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RECOV-RATE               PIC 9V9(6) COMP-3 VALUE 0.
       01  WS-RSV-TOT-N                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AMT-TOT-N                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRIOR-RSV-N              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BOOKED-RSV-N             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CHANGE-N                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DIFF-N                   PIC S9(11)V99 COMP-3 VALUE 0.
      *****************************************************************
      * ONE ENTRY PER FROM-BUCKET, IN THE ORDER RSVHIST KEEPS THEM.
      * BT-RATE-SUM AND BT-RATE-CNT BUILD THE AVERAGE OF THE MONTHLY
      * ROLL RATES; A MONTH WITH NO DOLLARS IN THE BUCKET IS LEFT OUT.
      *****************************************************************
       01  BKT-TABLE.
           02  BT-ENTRY OCCURS 4 TIMES.
               04  BT-CODE             PIC X(2).
               04  BT-NEXT             PIC X(2).
               04  BT-CNT              PIC S9(7) COMP-3.
               04  BT-AMT              PIC S9(11)V99 COMP-3.
               04  BT-RATE-SUM         PIC 9(2)V9(6) COMP-3.
               04  BT-RATE-CNT         PIC S9(4) COMP.
               04  BT-ROLL-RATE        PIC 9V9(6) COMP-3.
               04  BT-LOSS-RATE        PIC 9V9(6) COMP-3.
               04  BT-RSV              PIC S9(11)V99 COMP-3.
      *****************************************************************
      * ONE ENTRY PER TRAILING MONTH, OLDEST FIRST.  THE MONTH IS THE
      * FROM-MONTH OF THE COMPARE; THE ROLL IS SEEN IN THE MONTH AFTER.
      *****************************************************************
       01  MONTH-TABLE.
           02  MT-ENTRY OCCURS 12 TIMES.
               04  MT-YYMM             PIC 9(4).
               04  MT-CELL OCCURS 4 TIMES.
                   06  MC-BASE         PIC S9(11)V99 COMP-3.
                   06  MC-ROLL         PIC S9(11)V99 COMP-3.
                   06  MC-RATE         PIC 9V9(6) COMP-3.
       01  HEADER-LINE.
           02  FILLER                  PIC X(48) VALUE
               'ACCT122 MONTH-END LOSS RESERVE FROM ROLL RATES, '.
           02  FILLER                  PIC X(5) VALUE 'YYMM '.
           02  HDR-YYMM                PIC 9(4).
           02  FILLER                  PIC X(43) VALUE SPACES.
       01  ROLL-HEAD-LINE.
           02  FILLER                  PIC X(50) VALUE
               'FROM  ROLL RATE PCT  CU>30   30>60   60>90   90>CO'.
           02  FILLER                  PIC X(50) VALUE SPACES.
       01  ROLL-LINE.
           02  RL-YYMM-ED              PIC 9(4).
           02  FILLER                  PIC X(14) VALUE SPACES.
           02  RL-CELL OCCURS 4 TIMES.
               04  FILLER              PIC X(2).
               04  RL-PCT              PIC ZZ9.99.
           02  FILLER                  PIC X(50) VALUE SPACES.
       01  BKT-HEAD-LINE.
           02  FILLER                  PIC X(50) VALUE
               'BKT      ACCTS           DOLLARS   ROLL %    LOSS '.
           02  FILLER                  PIC X(50) VALUE
               '%            RESERVE                              '.
       01  BKT-LINE.
           02  BL-CODE                 PIC X(5).
           02  BL-CNT                  PIC ZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  BL-AMT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  BL-ROLL                 PIC ZZ9.99.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  BL-LOSS                 PIC ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  BL-RSV                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(32) VALUE SPACES.
       01  PROOF-LINE.
           02  PRF-LABEL               PIC X(28).
           02  PRF-AMT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  PRF-FLAG                PIC X(24).
           02  FILLER                  PIC X(28) VALUE SPACES.
       01  RATE-LINE.
           02  RTL-LABEL               PIC X(28).
           02  RTL-PCT                 PIC ZZ9.9999.
           02  FILLER                  PIC X(64) VALUE SPACES.
       01  SUMMARY-LINE.
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
           PERFORM 2000-PROCESS-SNAPSHOT THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 3000-ROLL-RATES THRU 3000-EXIT.
           PERFORM 3500-RECOVERY-RATE THRU 3500-EXIT.
           PERFORM 4000-COMPUTE-RESERVE THRU 4000-EXIT.
           PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-YYMM NUMERIC AND PARM-YYMM > 0
               MOVE PARM-YYMM TO WS-CUR-YYMM
           ELSE
               MOVE WS-TODAY-YY TO WS-CUR-YY
               MOVE WS-TODAY-MM TO WS-CUR-MM.
           IF PARM-MONTHS NUMERIC AND PARM-MONTHS > 0
               AND PARM-MONTHS < 13
               MOVE PARM-MONTHS TO WS-MONTHS.
           MOVE WS-CUR-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-CUR-MOS = WS-WINDOW-CCYY * 12 + WS-CUR-MM.
           COMPUTE WS-CUR-CCYYMM = WS-WINDOW-CCYY * 100 + WS-CUR-MM.
           COMPUTE WS-FIRST-MOS = WS-CUR-MOS - WS-MONTHS.
           PERFORM 1100-LOAD-TABLES THRU 1100-EXIT.
           PERFORM 1200-FIND-PRIOR THRU 1200-EXIT.
           OPEN INPUT SNAPHIST-FILE.
           OPEN OUTPUT RSV-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-CUR-YYMM TO HDR-YYMM.
           WRITE RSV-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-SNAPHIST THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1100-LOAD-TABLES.
           MOVE 'CU' TO BT-CODE (1), MOVE '30' TO BT-NEXT (1).
           MOVE '30' TO BT-CODE (2), MOVE '60' TO BT-NEXT (2).
           MOVE '60' TO BT-CODE (3), MOVE '90' TO BT-NEXT (3).
           MOVE '90' TO BT-CODE (4), MOVE 'CO' TO BT-NEXT (4).
           PERFORM 1110-ZERO-BUCKET THRU 1110-EXIT
               VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4.
           PERFORM 1120-ZERO-CELL THRU 1120-EXIT
               VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               AFTER WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4.
           PERFORM 1130-MONTH-YYMM THRU 1130-EXIT
               VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12.
       1100-EXIT.
           EXIT.
       1110-ZERO-BUCKET.
           MOVE 0 TO BT-CNT (WS-BSUB), BT-AMT (WS-BSUB),
               BT-RATE-SUM (WS-BSUB), BT-RATE-CNT (WS-BSUB),
               BT-ROLL-RATE (WS-BSUB), BT-LOSS-RATE (WS-BSUB),
               BT-RSV (WS-BSUB).
       1110-EXIT.
           EXIT.
       1120-ZERO-CELL.
           MOVE 0 TO MC-BASE (WS-MSUB, WS-BSUB),
               MC-ROLL (WS-MSUB, WS-BSUB),
               MC-RATE (WS-MSUB, WS-BSUB).
       1120-EXIT.
           EXIT.
       1130-MONTH-YYMM.
           MOVE 0 TO MT-YYMM (WS-MSUB).
           IF WS-MSUB > WS-MONTHS GO TO 1130-EXIT.
           COMPUTE WS-WORK-MOS = WS-FIRST-MOS + WS-MSUB - 1.
           PERFORM 2160-MOS-TO-YYMM THRU 2160-EXIT.
           MOVE WS-MOS-YYMM TO MT-YYMM (WS-MSUB).
       1130-EXIT.
           EXIT.
      *****************************************************************
      * LAST MONTH'S RESERVE IS THE LAST RSVHIST RECORD FOR AN EARLIER
      * MONTH; THE RESERVE ON THE LEDGER IS THE LAST RECORD ON FILE,
      * WHICH IS THIS MONTH'S OWN WHEN THE RUN IS REPEATED, SO A RERUN
      * ONLY JOURNALS THE DIFFERENCE.  A RECORD FOR A LATER MONTH MEANS
      * THIS RUN IS RE-DERIVING A MONTH ALREADY CLOSED.  ONLY A FILE
      * THAT IS NOT THERE YET MEANS NO HISTORY; ANY OTHER BAD OPEN ENDS
      * THE RUN.
      *****************************************************************
       1200-FIND-PRIOR.
           OPEN INPUT RSVHIST-FILE.
           IF WS-RSVHIST-STATUS = '35'
               GO TO 1200-EXIT.
           IF WS-RSVHIST-STATUS = '05'
               CLOSE RSVHIST-FILE
               GO TO 1200-EXIT.
           MOVE 'OPEN' TO ABL-FUNCTION.
           PERFORM 9875-CK-RSVHIST THRU 9875-EXIT.
           PERFORM 1210-READ-RSVHIST THRU 1210-EXIT
               UNTIL RV-DONE.
           CLOSE RSVHIST-FILE.
       1200-EXIT.
           EXIT.
       1210-READ-RSVHIST.
           READ RSVHIST-FILE
               AT END MOVE 'Y' TO WS-RV-EOF-SW.
           MOVE 'READ' TO ABL-FUNCTION.
           PERFORM 9875-CK-RSVHIST THRU 9875-EXIT.
           IF RV-DONE GO TO 1210-EXIT.
           IF RV-CCYYMM NOT NUMERIC GO TO 1210-EXIT.
           COMPUTE WS-RV-MOS = RV-CCYY * 12 + RV-MM.
           IF WS-RV-MOS > WS-CUR-MOS
               MOVE 'Y' TO WS-LATER-SW
               GO TO 1210-EXIT.
           MOVE RV-RSV-TOT TO WS-BOOKED-RSV-N.
           IF WS-RV-MOS < WS-CUR-MOS
               MOVE RV-RSV-TOT TO WS-PRIOR-RSV-N
               MOVE 'Y' TO WS-PRIOR-SW.
       1210-EXIT.
           EXIT.
      *****************************************************************
      * A ROW FOR THE RESERVE MONTH ADDS ITS BALANCE TO ITS BUCKET.  A
      * ROW FOR ONE OF THE TRAILING MONTHS IS COMPARED WITH THE SAME
      * ACCOUNT'S ROW A MONTH LATER.
      *****************************************************************
       2000-PROCESS-SNAPSHOT.
           ADD 1 TO WS-SNAP-CNT.
           IF SN-YYMM NOT NUMERIC GO TO 2000-READ-NEXT.
           PERFORM 2050-FIND-BUCKET THRU 2050-EXIT
               VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4
               OR SN-BUCKET = BT-CODE (WS-BSUB).
           IF WS-BSUB > 4 GO TO 2000-READ-NEXT.
           MOVE SN-YYMM TO WS-ROW-YYMM.
           MOVE WS-ROW-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-ROW-MOS = WS-WINDOW-CCYY * 12 + WS-ROW-MM.
           IF WS-ROW-MOS < WS-FIRST-MOS OR WS-ROW-MOS > WS-CUR-MOS
               GO TO 2000-READ-NEXT.
           MOVE SN-BAL TO WS-AMT-X.
           PERFORM 2600-EDIT-AMOUNT THRU 2600-EXIT.
           IF AMT-BAD
               ADD 1 TO WS-BADAMT-CNT
               MOVE 0 TO WS-AMT-VAL-N.
           IF WS-ROW-MOS = WS-CUR-MOS
               ADD 1 TO WS-CUR-CNT, BT-CNT (WS-BSUB)
               ADD WS-AMT-VAL-N TO BT-AMT (WS-BSUB)
               GO TO 2000-READ-NEXT.
           PERFORM 2200-ROLL-COMPARE THRU 2200-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-SNAPHIST THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2050-FIND-BUCKET.
           CONTINUE.
       2050-EXIT.
           EXIT.
       2100-READ-SNAPHIST.
           READ SNAPHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
           EXIT.
       2160-MOS-TO-YYMM.
           COMPUTE WS-WORK-CCYY = (WS-WORK-MOS - 1) / 12.
           COMPUTE WS-MOS-MM = WS-WORK-MOS - WS-WORK-CCYY * 12.
           COMPUTE WS-WORK-CENT = WS-WORK-CCYY / 100.
           COMPUTE WS-MOS-YY = WS-WORK-CCYY - WS-WORK-CENT * 100.
       2160-EXIT.
           EXIT.
      *****************************************************************
      * THE ROLL COMPARE.  THE BASE IS EVERY DOLLAR IN THE FROM-BUCKET
      * WHOSE ACCOUNT IS STILL ON THE SNAPSHOT A MONTH LATER; THE ROLL
      * IS THE PART OF IT THAT WENT ONE STAGE WORSE.  THE RANDOM READ
      * LOSES THE SEQUENTIAL POSITION, SO THE BROWSE IS RESTARTED JUST
      * PAST THE ROW BEING COMPARED.
      *****************************************************************
       2200-ROLL-COMPARE.
           COMPUTE WS-MSUB = WS-ROW-MOS - WS-FIRST-MOS + 1.
           MOVE WS-BSUB TO WS-FROM-BKT.
           MOVE WS-AMT-VAL-N TO WS-FROM-BAL-N.
           MOVE SN-KEY TO WS-SAVE-KEY.
           COMPUTE WS-WORK-MOS = WS-ROW-MOS + 1.
           PERFORM 2160-MOS-TO-YYMM THRU 2160-EXIT.
           MOVE WS-MOS-YYMM TO SN-YYMM.
           READ SNAPHIST-FILE
               INVALID KEY MOVE '23' TO WS-SN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SN-FOUND
               ADD 1 TO WS-CMP-CNT
               ADD WS-FROM-BAL-N TO MC-BASE (WS-MSUB, WS-FROM-BKT)
               IF SN-BUCKET = BT-NEXT (WS-FROM-BKT)
                   ADD WS-FROM-BAL-N
                       TO MC-ROLL (WS-MSUB, WS-FROM-BKT)
               END-IF
           ELSE
               ADD 1 TO WS-NOMATCH-CNT.
           MOVE WS-SAVE-KEY TO SN-KEY.
           START SNAPHIST-FILE KEY > SN-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9845-CK-START THRU 9850-EXIT.
       2200-EXIT.
           EXIT.
       2600-EDIT-AMOUNT.
      *    A SNAPSHOT OR LEDGER AMOUNT IS CARRIED AS EIGHT DISPLAY
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT
      *    FIXED IN THE SIXTH POSITION.  LEADING SPACES ARE TREATED
      *    AS ZEROS.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * MONTHLY ROLL RATES, THEIR AVERAGE, AND THE LOSS RATES CHAINED
      * BACK FROM CHARGE-OFF: 90 LOSES ITS OWN ROLL RATE, 60 ITS RATE
      * TIMES 90'S LOSS RATE, AND SO ON DOWN TO CURRENT.
      *****************************************************************
       3000-ROLL-RATES.
           PERFORM 3100-MONTH-RATE THRU 3100-EXIT
               VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > WS-MONTHS
               AFTER WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4.
           PERFORM 3200-AVERAGE-RATE THRU 3200-EXIT
               VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4.
           MOVE BT-ROLL-RATE (4) TO BT-LOSS-RATE (4).
           PERFORM 3300-LOSS-RATE THRU 3300-EXIT
               VARYING WS-BSUB FROM 3 BY -1 UNTIL WS-BSUB < 1.
           WRITE RSV-RPT-REC FROM ROLL-HEAD-LINE.
           PERFORM 3400-ROLL-LINE THRU 3400-EXIT
               VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > WS-MONTHS.
       3000-EXIT.
           EXIT.
       3100-MONTH-RATE.
           IF MC-BASE (WS-MSUB, WS-BSUB) NOT > 0
               GO TO 3100-EXIT.
           COMPUTE MC-RATE (WS-MSUB, WS-BSUB) ROUNDED =
               MC-ROLL (WS-MSUB, WS-BSUB) / MC-BASE (WS-MSUB, WS-BSUB).
           ADD MC-RATE (WS-MSUB, WS-BSUB) TO BT-RATE-SUM (WS-BSUB).
           ADD 1 TO BT-RATE-CNT (WS-BSUB).
       3100-EXIT.
           EXIT.
       3200-AVERAGE-RATE.
           IF BT-RATE-CNT (WS-BSUB) = 0 GO TO 3200-EXIT.
           COMPUTE BT-ROLL-RATE (WS-BSUB) ROUNDED =
               BT-RATE-SUM (WS-BSUB) / BT-RATE-CNT (WS-BSUB).
       3200-EXIT.
           EXIT.
       3300-LOSS-RATE.
           COMPUTE BT-LOSS-RATE (WS-BSUB) ROUNDED =
               BT-ROLL-RATE (WS-BSUB) * BT-LOSS-RATE (WS-BSUB + 1).
       3300-EXIT.
           EXIT.
       3400-ROLL-LINE.
           MOVE SPACES TO ROLL-LINE.
           MOVE MT-YYMM (WS-MSUB) TO RL-YYMM-ED.
           PERFORM 3410-ROLL-CELL THRU 3410-EXIT
               VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4.
           WRITE RSV-RPT-REC FROM ROLL-LINE.
       3400-EXIT.
           EXIT.
       3410-ROLL-CELL.
           COMPUTE RL-PCT (WS-BSUB) ROUNDED =
               MC-RATE (WS-MSUB, WS-BSUB) * 100.
       3410-EXIT.
           EXIT.
      *****************************************************************
      * THE RECOVERY RATE OVER THE WHOLE RECOVLED LEDGER.  THE PRICE A
      * DEBT BUYER PAID FOR A SOLD ACCOUNT COUNTS AS RECOVERED.  THE
      * RATE CANNOT EXCEED ONE.
      *****************************************************************
       3500-RECOVERY-RATE.
           OPEN INPUT RECOVLED-FILE.
           IF NOT RL-OK GO TO 3500-EXIT.
           PERFORM 3510-READ-RECOVLED THRU 3510-EXIT
               UNTIL NOT RL-OK.
           CLOSE RECOVLED-FILE.
           IF WS-CHGOFF-N NOT > 0 GO TO 3500-EXIT.
           IF WS-RECOV-N NOT < WS-CHGOFF-N
               MOVE 1 TO WS-RECOV-RATE
           ELSE
               COMPUTE WS-RECOV-RATE ROUNDED =
                   WS-RECOV-N / WS-CHGOFF-N.
       3500-EXIT.
           EXIT.
       3510-READ-RECOVLED.
           READ RECOVLED-FILE NEXT RECORD
               AT END MOVE '10' TO WS-RL-STATUS.
           PERFORM 9870-CK-RECOVLED THRU 9870-EXIT.
           IF NOT RL-OK GO TO 3510-EXIT.
           ADD 1 TO WS-RL-CNT.
           MOVE RL-CHGOFF-AMT TO WS-AMT-X.
           PERFORM 2600-EDIT-AMOUNT THRU 2600-EXIT.
           IF AMT-BAD GO TO 3510-EXIT.
           ADD WS-AMT-VAL-N TO WS-CHGOFF-N.
           MOVE RL-RECOVERED TO WS-AMT-X.
           PERFORM 2600-EDIT-AMOUNT THRU 2600-EXIT.
           IF NOT AMT-BAD
               ADD WS-AMT-VAL-N TO WS-RECOV-N.
           IF NOT RL-SOLD GO TO 3510-EXIT.
           MOVE RL-SALE-PRICE TO WS-AMT-X.
           PERFORM 2600-EDIT-AMOUNT THRU 2600-EXIT.
           IF NOT AMT-BAD
               ADD WS-AMT-VAL-N TO WS-RECOV-N.
       3510-EXIT.
           EXIT.
      *****************************************************************
      * THE REQUIRED RESERVE BY BUCKET AND IN TOTAL, AND ITS CHANGE
      * FROM LAST MONTH AND FROM WHAT IS ALREADY BOOKED.
      *****************************************************************
       4000-COMPUTE-RESERVE.
           WRITE RSV-RPT-REC FROM BKT-HEAD-LINE.
           PERFORM 4100-BUCKET-RESERVE THRU 4100-EXIT
               VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4.
           COMPUTE WS-CHANGE-N = WS-RSV-TOT-N - WS-BOOKED-RSV-N.
           COMPUTE WS-DIFF-N = WS-RSV-TOT-N - WS-PRIOR-RSV-N.
       4000-EXIT.
           EXIT.
       4100-BUCKET-RESERVE.
           COMPUTE BT-RSV (WS-BSUB) ROUNDED = BT-AMT (WS-BSUB)
               * BT-LOSS-RATE (WS-BSUB) * (1 - WS-RECOV-RATE).
           ADD BT-RSV (WS-BSUB) TO WS-RSV-TOT-N.
           ADD BT-AMT (WS-BSUB) TO WS-AMT-TOT-N.
           MOVE SPACES TO BKT-LINE.
           MOVE BT-CODE (WS-BSUB) TO BL-CODE.
           MOVE BT-CNT (WS-BSUB) TO BL-CNT.
           MOVE BT-AMT (WS-BSUB) TO BL-AMT.
           COMPUTE BL-ROLL ROUNDED = BT-ROLL-RATE (WS-BSUB) * 100.
           COMPUTE BL-LOSS ROUNDED = BT-LOSS-RATE (WS-BSUB) * 100.
           MOVE BT-RSV (WS-BSUB) TO BL-RSV.
           WRITE RSV-RPT-REC FROM BKT-LINE.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * THE HISTORY RECORD.  IT IS POSTED ON THE BUSINESS DATE, WHICH
      * IS THE DATE THAT NIGHT'S ACCT41 LOOKS FOR.
      *****************************************************************
       5000-WRITE-HISTORY.
           IF LATER-ON-FILE GO TO 5000-EXIT.
           IF WS-CUR-CNT = 0
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT.
           MOVE SPACES TO RSVHIST-REC.
           MOVE WS-CUR-CCYYMM TO RV-CCYYMM.
           MOVE BDL-BUS-DATE TO RV-BUS-DATE.
           COMPUTE RV-POST-DATE =
               WS-TODAY-MM * 10000 + WS-TODAY-DD * 100 + WS-TODAY-YY.
           MOVE WS-MONTHS TO RV-MONTHS.
           MOVE WS-CHGOFF-N TO RV-RECOV-CHGOFF.
           MOVE WS-RECOV-N TO RV-RECOV-AMT.
           MOVE WS-RECOV-RATE TO RV-RECOV-RATE.
           PERFORM 5100-FILL-BUCKET THRU 5100-EXIT
               VARYING WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4.
           PERFORM 5200-FILL-MONTH THRU 5200-EXIT
               VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               AFTER WS-BSUB FROM 1 BY 1 UNTIL WS-BSUB > 4.
           MOVE WS-RSV-TOT-N TO RV-RSV-TOT.
           MOVE WS-PRIOR-RSV-N TO RV-PRIOR-RSV.
           MOVE WS-BOOKED-RSV-N TO RV-BOOKED-RSV.
           MOVE WS-CHANGE-N TO RV-CHANGE.
           OPEN EXTEND RSVHIST-FILE.
           MOVE 'OPEN' TO ABL-FUNCTION.
           PERFORM 9875-CK-RSVHIST THRU 9875-EXIT.
           WRITE RSVHIST-REC.
           MOVE 'WRITE' TO ABL-FUNCTION.
           PERFORM 9875-CK-RSVHIST THRU 9875-EXIT.
           CLOSE RSVHIST-FILE.
       5000-EXIT.
           EXIT.
       5100-FILL-BUCKET.
           MOVE BT-CODE (WS-BSUB) TO RV-BKT-CODE (WS-BSUB).
           MOVE BT-AMT (WS-BSUB) TO RV-BKT-AMT (WS-BSUB).
           MOVE BT-ROLL-RATE (WS-BSUB) TO RV-ROLL-RATE (WS-BSUB).
           MOVE BT-LOSS-RATE (WS-BSUB) TO RV-LOSS-RATE (WS-BSUB).
           MOVE BT-RSV (WS-BSUB) TO RV-BKT-RSV (WS-BSUB).
       5100-EXIT.
           EXIT.
       5200-FILL-MONTH.
           MOVE MT-YYMM (WS-MSUB) TO RV-MO-YYMM (WS-MSUB).
           MOVE MC-RATE (WS-MSUB, WS-BSUB)
               TO RV-MO-RATE (WS-MSUB, WS-BSUB).
           MOVE MC-BASE (WS-MSUB, WS-BSUB)
               TO RV-MO-BASE (WS-MSUB, WS-BSUB).
       5200-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO BKT-LINE.
           MOVE 'TOTAL' TO BL-CODE.
           MOVE WS-CUR-CNT TO BL-CNT.
           MOVE WS-AMT-TOT-N TO BL-AMT.
           MOVE WS-RSV-TOT-N TO BL-RSV.
           WRITE RSV-RPT-REC FROM BKT-LINE.
           MOVE SPACES TO RATE-LINE.
           MOVE 'RECOVERY RATE PCT:          ' TO RTL-LABEL.
           COMPUTE RTL-PCT ROUNDED = WS-RECOV-RATE * 100.
           WRITE RSV-RPT-REC FROM RATE-LINE.
           MOVE SPACES TO PROOF-LINE.
           MOVE 'DOLLARS CHARGED OFF:        ' TO PRF-LABEL.
           MOVE WS-CHGOFF-N TO PRF-AMT.
           WRITE RSV-RPT-REC FROM PROOF-LINE.
           MOVE 'DOLLARS RECOVERED:          ' TO PRF-LABEL.
           MOVE WS-RECOV-N TO PRF-AMT.
           WRITE RSV-RPT-REC FROM PROOF-LINE.
           MOVE 'REQUIRED RESERVE:           ' TO PRF-LABEL.
           MOVE WS-RSV-TOT-N TO PRF-AMT.
           WRITE RSV-RPT-REC FROM PROOF-LINE.
           MOVE 'LAST MONTH RESERVE:         ' TO PRF-LABEL.
           MOVE WS-PRIOR-RSV-N TO PRF-AMT.
           IF NOT HAVE-PRIOR
               MOVE 'NO PRIOR MONTH ON FILE' TO PRF-FLAG.
           WRITE RSV-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO PRF-FLAG.
           MOVE 'CHANGE FROM LAST MONTH:     ' TO PRF-LABEL.
           MOVE WS-DIFF-N TO PRF-AMT.
           WRITE RSV-RPT-REC FROM PROOF-LINE.
           MOVE 'RESERVE ALREADY BOOKED:     ' TO PRF-LABEL.
           MOVE WS-BOOKED-RSV-N TO PRF-AMT.
           WRITE RSV-RPT-REC FROM PROOF-LINE.
           MOVE 'CHANGE TO BE JOURNALED:     ' TO PRF-LABEL.
           MOVE WS-CHANGE-N TO PRF-AMT.
           IF LATER-ON-FILE
               MOVE 'LATER MONTH - NOT POSTED' TO PRF-FLAG.
           IF WS-CUR-CNT = 0
               MOVE '** NO SNAPSHOT ROWS **' TO PRF-FLAG.
           WRITE RSV-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'SNAPSHOT ROWS READ:         ' TO SUM-LABEL.
           MOVE WS-SNAP-CNT TO SUM-CNT.
           WRITE RSV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ROWS ROLL-COMPARED:         ' TO SUM-LABEL.
           MOVE WS-CMP-CNT TO SUM-CNT.
           WRITE RSV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT ON NEXT MONTH SNAPSHOT: ' TO SUM-LABEL.
           MOVE WS-NOMATCH-CNT TO SUM-CNT.
           WRITE RSV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'UNREADABLE BALANCES:        ' TO SUM-LABEL.
           MOVE WS-BADAMT-CNT TO SUM-CNT.
           WRITE RSV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RECOVERY LEDGER ENTRIES:    ' TO SUM-LABEL.
           MOVE WS-RL-CNT TO SUM-CNT.
           WRITE RSV-RPT-REC FROM SUMMARY-LINE.
           CLOSE SNAPHIST-FILE, RSV-REPORT-FILE.
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-SN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SNAPHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SN-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'RSVRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RSV-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT122' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
      *****************************************************************
      * RECOVLED MAY NOT BE THERE, SO ITS OPEN IS TESTED WHERE IT IS
      * OPENED AND IT IS LEFT OUT OF 9850-CK-FILES.  ONCE IT IS OPEN,
      * A HARD STATUS ON A READ ENDS THE RUN THE SAME WAY.
      *****************************************************************
       9870-CK-RECOVLED.
           MOVE WS-RL-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9870-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'RECOVLED' TO ABL-FILE-NAME.
           MOVE 'V' TO ABL-FILE-ORG.
           MOVE RL-ACCT TO ABL-KEY.
           GO TO 9860-ABEND.
       9870-EXIT.
           EXIT.
      *****************************************************************
      * RSVHIST IS OPENED AND CLOSED AROUND EACH USE AND MAY NOT BE
      * THERE THE FIRST MONTH, SO IT IS LEFT OUT OF 9850-CK-FILES.  THE
      * CALLER SETS ABL-FUNCTION; A HARD STATUS ENDS THE RUN THE SAME
      * WAY, SINCE ACCT41 JOURNALS THE RESERVE CHANGE FROM THIS FILE.
      *****************************************************************
       9875-CK-RSVHIST.
           MOVE WS-RSVHIST-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9875-EXIT.
           MOVE 'RSVHIST' TO ABL-FILE-NAME.
           MOVE 'S' TO ABL-FILE-ORG.
           MOVE SPACES TO ABL-KEY.
           IF ABL-FUNCTION NOT = 'OPEN'
               MOVE RV-CCYYMM TO ABL-KEY.
           GO TO 9860-ABEND.
       9875-EXIT.
           EXIT.
