       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT123.
       REMARKS. THIS MONTH-END BATCH STEP COMPARES THE COLLECTIONS
                TREATMENT STRATEGIES, SO THE CHALLENGER PATH HELD OUT
                ON EACH STRATTAB RULE CAN BE JUDGED AGAINST THE
                CHAMPION BEFORE THE RULES ARE CHANGED.  EVERY STRATASG
                ASSIGNMENT IN FORCE AT ANY TIME IN THE MONTH ON THE
                PARAMETER CARD (YYMM, DEFAULTING TO THE BUSINESS MONTH)
                IS COUNTED UNDER ITS RULE AND SIDE WITH ITS BALANCE ON
                ENTERING COLLECTIONS.  DOLLARS COLLECTED ARE THE
                CUSTOMER'S PAYMENTS ON PAYHIST IN THE MONTH WHILE THE
                ASSIGNMENT WAS IN FORCE (A PAYMENT MOVED AWAY ON AC44
                IS LEFT OUT AND ITS TRANSFER-IN COUNTED ON THE RIGHT
                ACCOUNT).  THE ROLL AND CURE RATES COME FROM SNAPHIST:
                AN ACCOUNT 30, 60 OR 90 DAYS PAST DUE AT THE END OF
                THE MONTH BEFORE HAS ITS BALANCE THEN COUNTED AS THE
                BASE, AS ROLLED IF IT ENDED THE MONTH IN A WORSE
                BUCKET OR CHARGED OFF, AND AS CURED IF IT ENDED THE
                MONTH CURRENT.  AN ACCOUNT IS REPORTED UNDER THE RULE
                ITS ASSIGNMENT CARRIES NOW, WHICH IS THE RULE OF THE
                BUCKET IT REACHED LAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO STRPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STRATTAB-FILE ASSIGN TO STRATTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-RULE
               FILE STATUS IS WS-TR-STATUS.
           SELECT STRATASG-FILE ASSIGN TO STRATASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-ACCT
               FILE STATUS IS WS-SA-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT SNAPHIST-FILE ASSIGN TO SNAPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SN-STATUS.
           SELECT STR-REPORT-FILE ASSIGN TO STRRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-YYMM               PIC 9(4).
           05  FILLER                  PIC X(76).
       FD  STRATTAB-FILE
           RECORDING MODE F.
       01  STRATTAB-REC.
           COPY STRATTAB.
       FD  STRATASG-FILE
           RECORDING MODE F.
       01  STRATASG-REC.
           COPY STRATASG.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  SNAPHIST-FILE
           RECORDING MODE F.
       01  SNAPHIST-REC.
           COPY SNAPHIST.
       FD  STR-REPORT-FILE
           RECORDING MODE F.
       01  STR-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-TR-STATUS            PIC XX VALUE SPACES.
               88  TR-OK                   VALUE '00'.
           02  WS-SA-STATUS            PIC XX VALUE SPACES.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
               88  PAYHIST-OK              VALUE '00'.
           02  WS-SN-STATUS            PIC XX VALUE SPACES.
               88  SN-FOUND                VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-CELL-USED            PIC S9(4) COMP VALUE +0.
           02  WS-ASG-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-INMO-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOSNAP-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-BADAMT-CNT           PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-CUR-YYMM                 PIC 9(4) VALUE 0.
       01  WS-CUR-R REDEFINES WS-CUR-YYMM.
           02  WS-CUR-YY               PIC 9(2).
           02  WS-CUR-MM               PIC 9(2).
       01  WS-PRIOR-YYMM               PIC 9(4) VALUE 0.
       01  WS-PRIOR-R REDEFINES WS-PRIOR-YYMM.
           02  WS-PRIOR-YY             PIC 9(2).
           02  WS-PRIOR-MM             PIC 9(2).
       01  WS-CUR-CCYYMM               PIC 9(6) VALUE 0.
       01  WS-ASG-CCYYMM               PIC 9(6) VALUE 0.
       01  WS-END-CCYYMM               PIC 9(6) VALUE 0.
       01  WS-PH-DATE                  PIC 9(8) VALUE 0.
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-FROM-BKT                 PIC X(2) VALUE SPACES.
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
      *****************************************************************
      * ONE CELL PER RULE AND SIDE - THE 'NO RULE' CELL FIRST, THEN
      * EACH STRATTAB RULE'S CHAMPION AND CHALLENGER IN KEY ORDER.  A
      * RULE SINCE DELETED FROM STRATTAB IS ADDED AS IT IS MET; ONE
      * THAT WILL NOT FIT GOES TO THE LAST CELL AS '*OT'.
      *****************************************************************
       01  CELL-TABLE.
           02  SC-ENTRY OCCURS 110 TIMES.
               04  SC-RULE             PIC X(3).
               04  SC-GROUP            PIC X.
               04  SC-PATH             PIC X.
               04  SC-CNT              PIC S9(7) COMP-3.
               04  SC-BAL              PIC S9(11)V99 COMP-3.
               04  SC-COLL             PIC S9(11)V99 COMP-3.
               04  SC-BASE             PIC S9(11)V99 COMP-3.
               04  SC-ROLL             PIC S9(11)V99 COMP-3.
               04  SC-CURE             PIC S9(11)V99 COMP-3.
       01  HEADER-LINE.
           02  FILLER                  PIC X(48) VALUE
               'ACCT123 COLLECTIONS STRATEGY COMPARISON, YYMM  '.
           02  HDR-YYMM                PIC 9(4).
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  COL-HEAD-LINE.
           02  FILLER                  PIC X(50) VALUE
               'RUL  SIDE       PTH  ACCTS  ENTRY BALANCE      COL'.
           02  FILLER                  PIC X(50) VALUE
               'LECTED  COLL %  ROLL %  CURE %                    '.
       01  CELL-LINE.
           02  CLN-RULE                PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-SIDE                PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-PATH                PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-CNT                 PIC ZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-BAL                 PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-COLL                PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-COLL-PCT            PIC ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-ROLL-PCT            PIC ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-CURE-PCT            PIC ZZ9.99.
           02  FILLER                  PIC X(20) VALUE SPACES.
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
           PERFORM 2000-PROCESS-ASSIGNMENT THRU 2000-EXIT
               UNTIL ALL-DONE.
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
           MOVE WS-CUR-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-CUR-CCYYMM = WS-WINDOW-CCYY * 100 + WS-CUR-MM.
           IF WS-CUR-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               IF WS-CUR-YY = 0
                   MOVE 99 TO WS-PRIOR-YY
               ELSE
                   COMPUTE WS-PRIOR-YY = WS-CUR-YY - 1
           ELSE
               MOVE WS-CUR-YY TO WS-PRIOR-YY
               COMPUTE WS-PRIOR-MM = WS-CUR-MM - 1.
           PERFORM 1100-LOAD-CELLS THRU 1100-EXIT.
           OPEN INPUT STRATASG-FILE.
           OPEN INPUT PAYHIST-FILE.
           OPEN INPUT SNAPHIST-FILE.
           OPEN OUTPUT STR-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-CUR-YYMM TO HDR-YYMM.
           WRITE STR-RPT-REC FROM HEADER-LINE.
           WRITE STR-RPT-REC FROM COL-HEAD-LINE.
           PERFORM 2100-READ-STRATASG THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE 'NO RULE' CELL, THEN A CHAMPION AND A CHALLENGER CELL FOR
      * EACH RULE ON STRATTAB.
      *****************************************************************
       1100-LOAD-CELLS.
           INITIALIZE CELL-TABLE.
           MOVE 1 TO WS-CELL-USED.
           MOVE SPACES TO SC-RULE (1).
           MOVE 'C' TO SC-GROUP (1).
           MOVE 'S' TO SC-PATH (1).
           OPEN INPUT STRATTAB-FILE.
           IF NOT TR-OK GO TO 1100-EXIT.
           PERFORM 1110-LOAD-RULE THRU 1110-EXIT
               UNTIL NOT TR-OK OR WS-CELL-USED > 107.
           CLOSE STRATTAB-FILE.
       1100-EXIT.
           EXIT.
       1110-LOAD-RULE.
           READ STRATTAB-FILE NEXT RECORD
               AT END MOVE '10' TO WS-TR-STATUS.
           PERFORM 9870-CK-STRATTAB THRU 9870-EXIT.
           IF NOT TR-OK GO TO 1110-EXIT.
           ADD 1 TO WS-CELL-USED.
           MOVE TR-RULE TO SC-RULE (WS-CELL-USED).
           MOVE 'C' TO SC-GROUP (WS-CELL-USED).
           MOVE TR-CHAMP-PATH TO SC-PATH (WS-CELL-USED).
           ADD 1 TO WS-CELL-USED.
           MOVE TR-RULE TO SC-RULE (WS-CELL-USED).
           MOVE 'H' TO SC-GROUP (WS-CELL-USED).
           MOVE TR-CHAL-PATH TO SC-PATH (WS-CELL-USED).
       1110-EXIT.
           EXIT.
      *****************************************************************
      * AN ASSIGNMENT MADE BY THE END OF THE MONTH AND NOT ENDED
      * BEFORE IT BEGAN COUNTS IN ITS RULE AND SIDE.
      *****************************************************************
       2000-PROCESS-ASSIGNMENT.
           ADD 1 TO WS-ASG-CNT.
           IF SA-ASSIGN-DATE NOT NUMERIC GO TO 2000-READ-NEXT.
           COMPUTE WS-ASG-CCYYMM = SA-ASSIGN-DATE / 100.
           IF WS-ASG-CCYYMM > WS-CUR-CCYYMM GO TO 2000-READ-NEXT.
           IF SA-ENDED
               COMPUTE WS-END-CCYYMM = SA-END-DATE / 100
               IF WS-END-CCYYMM < WS-CUR-CCYYMM
                   GO TO 2000-READ-NEXT.
           ADD 1 TO WS-INMO-CNT.
           PERFORM 2050-FIND-CELL THRU 2050-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-CELL-USED
               OR SC-RULE (WS-SUB) = SA-RULE
               AND SC-GROUP (WS-SUB) = SA-GROUP.
           IF WS-SUB > WS-CELL-USED
               PERFORM 2060-ADD-CELL THRU 2060-EXIT.
           ADD 1 TO SC-CNT (WS-SUB).
           ADD SA-ENTRY-BAL TO SC-BAL (WS-SUB).
           PERFORM 2200-COLLECTED THRU 2200-EXIT.
           PERFORM 2300-ROLL THRU 2300-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-STRATASG THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2050-FIND-CELL.
           CONTINUE.
       2050-EXIT.
           EXIT.
       2060-ADD-CELL.
           IF WS-CELL-USED < 110
               ADD 1 TO WS-CELL-USED
               MOVE WS-CELL-USED TO WS-SUB
               MOVE SA-RULE TO SC-RULE (WS-SUB)
               MOVE SA-GROUP TO SC-GROUP (WS-SUB)
               MOVE SA-PATH TO SC-PATH (WS-SUB)
           ELSE
               MOVE 110 TO WS-SUB
               MOVE '*OT' TO SC-RULE (WS-SUB)
               MOVE SPACE TO SC-PATH (WS-SUB).
       2060-EXIT.
           EXIT.
       2100-READ-STRATASG.
           READ STRATASG-FILE NEXT RECORD
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
      *****************************************************************
      * THE CUSTOMER'S PAYMENTS IN THE MONTH WHILE THE ASSIGNMENT WAS
      * IN FORCE: TYPE 'P' NOT MOVED AWAY, AND TYPE 'U' TRANSFERS-IN.
      *****************************************************************
       2200-COLLECTED.
           MOVE SA-ACCT TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2200-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2210-READ-PAYHIST THRU 2210-EXIT
               UNTIL NOT PAYHIST-OK.
       2200-EXIT.
           EXIT.
       2210-READ-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK GO TO 2210-EXIT.
           IF PH-ACCT NOT = SA-ACCT
               MOVE '10' TO WS-PAYHIST-STATUS
               GO TO 2210-EXIT.
           IF PH-YR NOT = WS-CUR-YY OR PH-MO NOT = WS-CUR-MM
               GO TO 2210-EXIT.
           IF PH-IS-PAYMENT AND PH-PAY-XFERRED
               GO TO 2210-EXIT.
           IF NOT PH-IS-PAYMENT AND NOT PH-IS-XFER-IN
               GO TO 2210-EXIT.
           MOVE PH-YR TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-PH-DATE = WS-WINDOW-CCYY * 10000
               + PH-MO * 100 + PH-DAY.
           IF WS-PH-DATE < SA-ASSIGN-DATE
               GO TO 2210-EXIT.
           IF SA-ENDED AND WS-PH-DATE > SA-END-DATE
               GO TO 2210-EXIT.
           MOVE PH-AMT TO WS-AMT-X.
           PERFORM 2600-EDIT-AMOUNT THRU 2600-EXIT.
           IF AMT-BAD
               ADD 1 TO WS-BADAMT-CNT
               GO TO 2210-EXIT.
           ADD WS-AMT-VAL-N TO SC-COLL (WS-SUB).
       2210-EXIT.
           EXIT.
      *****************************************************************
      * THE ROLL.  THE BALANCE OF AN ACCOUNT PAST DUE AT THE END OF THE
      * MONTH BEFORE IS THE BASE; IT HAS ROLLED IF THIS MONTH'S ROW IS
      * A WORSE BUCKET OR CHARGED OFF, AND CURED IF THE ROW IS CURRENT.
      *****************************************************************
       2300-ROLL.
           MOVE WS-PRIOR-YYMM TO SN-YYMM.
           MOVE SA-ACCT TO SN-ACCT.
           READ SNAPHIST-FILE
               INVALID KEY MOVE '23' TO WS-SN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SN-FOUND GO TO 2300-EXIT.
           IF SN-BUCKET NOT = '30' AND SN-BUCKET NOT = '60'
               AND SN-BUCKET NOT = '90'
               GO TO 2300-EXIT.
           MOVE SN-BUCKET TO WS-FROM-BKT.
           MOVE SN-BAL TO WS-AMT-X.
           PERFORM 2600-EDIT-AMOUNT THRU 2600-EXIT.
           IF AMT-BAD
               ADD 1 TO WS-BADAMT-CNT
               GO TO 2300-EXIT.
           MOVE WS-AMT-VAL-N TO WS-FROM-BAL-N.
           MOVE WS-CUR-YYMM TO SN-YYMM.
           MOVE SA-ACCT TO SN-ACCT.
           READ SNAPHIST-FILE
               INVALID KEY MOVE '23' TO WS-SN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT SN-FOUND
               ADD 1 TO WS-NOSNAP-CNT
               GO TO 2300-EXIT.
           ADD WS-FROM-BAL-N TO SC-BASE (WS-SUB).
           IF SN-BUCKET = 'CU'
               ADD WS-FROM-BAL-N TO SC-CURE (WS-SUB).
           IF SN-BUCKET = 'CO'
               OR SN-BUCKET = '90' AND WS-FROM-BKT NOT = '90'
               OR SN-BUCKET = '60' AND WS-FROM-BKT = '30'
               ADD WS-FROM-BAL-N TO SC-ROLL (WS-SUB).
       2300-EXIT.
           EXIT.
       2600-EDIT-AMOUNT.
      *    A BALANCE OR PAYMENT AMOUNT IS CARRIED AS EIGHT DISPLAY
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT
      *    FIXED IN THE SIXTH POSITION.  LEADING SPACES ARE TREATED
      *    AS ZEROS, THE SAME WAY THE PAY-INIT SEED IS BUILT.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       2600-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 9100-CELL-LINE THRU 9100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-CELL-USED.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ASSIGNMENTS READ:           ' TO SUM-LABEL.
           MOVE WS-ASG-CNT TO SUM-CNT.
           WRITE STR-RPT-REC FROM SUMMARY-LINE.
           MOVE 'IN FORCE IN THE MONTH:      ' TO SUM-LABEL.
           MOVE WS-INMO-CNT TO SUM-CNT.
           WRITE STR-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NO SNAPSHOT ROW THIS MONTH: ' TO SUM-LABEL.
           MOVE WS-NOSNAP-CNT TO SUM-CNT.
           WRITE STR-RPT-REC FROM SUMMARY-LINE.
           MOVE 'AMOUNTS NOT READABLE:       ' TO SUM-LABEL.
           MOVE WS-BADAMT-CNT TO SUM-CNT.
           WRITE STR-RPT-REC FROM SUMMARY-LINE.
           CLOSE STRATASG-FILE, PAYHIST-FILE, SNAPHIST-FILE,
               STR-REPORT-FILE.
       9000-EXIT.
           EXIT.
      *****************************************************************
      * ONE LINE PER CELL.  COLLECTED IS A PERCENTAGE OF THE ENTRY
      * BALANCE; ROLLED AND CURED OF THE PAST-DUE BASE.
      *****************************************************************
       9100-CELL-LINE.
           MOVE SPACES TO CELL-LINE.
           MOVE SC-RULE (WS-SUB) TO CLN-RULE.
           MOVE 'CHAMPION' TO CLN-SIDE.
           IF SC-GROUP (WS-SUB) = 'H'
               MOVE 'CHALLENGER' TO CLN-SIDE.
           IF SC-RULE (WS-SUB) = SPACES
               MOVE 'NO RULE' TO CLN-SIDE.
           MOVE SC-PATH (WS-SUB) TO CLN-PATH.
           MOVE SC-CNT (WS-SUB) TO CLN-CNT.
           MOVE SC-BAL (WS-SUB) TO CLN-BAL.
           MOVE SC-COLL (WS-SUB) TO CLN-COLL.
           MOVE 0 TO CLN-COLL-PCT, CLN-ROLL-PCT, CLN-CURE-PCT.
           IF SC-BAL (WS-SUB) > 0
               COMPUTE CLN-COLL-PCT ROUNDED =
                   SC-COLL (WS-SUB) * 100 / SC-BAL (WS-SUB).
           IF SC-BASE (WS-SUB) > 0
               COMPUTE CLN-ROLL-PCT ROUNDED =
                   SC-ROLL (WS-SUB) * 100 / SC-BASE (WS-SUB)
               COMPUTE CLN-CURE-PCT ROUNDED =
                   SC-CURE (WS-SUB) * 100 / SC-BASE (WS-SUB).
           WRITE STR-RPT-REC FROM CELL-LINE.
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-SA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STRATASG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SA-ACCT TO ABL-KEY
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
               MOVE 'STRRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE STR-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT123' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
      *****************************************************************
      * STRATTAB MAY NOT BE THERE, SO ITS OPEN IS TESTED WHERE IT IS
      * OPENED AND IT IS LEFT OUT OF 9850-CK-FILES.  ONCE IT IS OPEN,
      * A HARD STATUS ON A READ ENDS THE RUN THE SAME WAY.
      *****************************************************************
       9870-CK-STRATTAB.
           MOVE WS-TR-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9870-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'STRATTAB' TO ABL-FILE-NAME.
           MOVE 'V' TO ABL-FILE-ORG.
           MOVE TR-RULE TO ABL-KEY.
           GO TO 9860-ABEND.
       9870-EXIT.
           EXIT.
