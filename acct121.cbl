       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT121.
       REMARKS. THIS MONTH-END BATCH STEP IS THE VINTAGE DELINQUENCY
                ANALYSIS.  ACCT73 ONLY COMPARES ONE SNAPSHOT MONTH
                WITH THE MONTH BEFORE; THIS STEP READS EVERY MONTH-END
                ROW ON SNAPHIST AND GROUPS THE ACCOUNTS BY THE MONTH
                THEY WERE OPENED (IMODO/IYRDO ON ACCTFIL), SO A YEAR'S
                BOOKINGS CAN BE SET AGAINST AN OLDER YEAR'S AT THE
                SAME AGE.  FOR EACH VINTAGE AND EACH MONTH-ON-BOOK
                FROM 3 TO 36 IT SHOWS THE NUMBER OF ACCOUNTS AND
                DOLLARS ON BOOK AND THE PERCENTAGE OF ACCOUNTS AND OF
                DOLLARS 30-PLUS, 60-PLUS AND 90-PLUS DAYS PAST DUE AND
                CHARGED OFF.  A CHARGED-OFF ROW CARRIES NO BALANCE, SO
                ITS DOLLARS ARE THE AMOUNT CHARGED OFF FROM THE
                RECOVLED LEDGER.  THE VINTAGES ARE THE FORTY-EIGHT
                OPEN MONTHS ENDING WITH THE MONTH ON THE PARAMETER
                CARD (YYMM, DEFAULTING TO THE BUSINESS MONTH); OLDER
                ACCOUNTS, AND ACCOUNTS WITH NO USABLE OPEN DATE, ARE
                COUNTED AND LEFT OUT.  THE SAME FIGURES ARE WRITTEN TO
                THE VNTCSV EXTRACT AS COMMA-SEPARATED LINES, WITH A
                HEADING LINE, FOR FINANCE TO CHART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO VNTPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SNAPHIST-FILE ASSIGN TO SNAPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SN-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT RECOVLED-FILE ASSIGN TO RECOVLED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-ACCT
               FILE STATUS IS WS-RL-STATUS.
           SELECT VINTAGE-REPORT-FILE ASSIGN TO VNTRPT
               FILE STATUS IS WS-RPT-STATUS.
           SELECT VINTAGE-CSV-FILE ASSIGN TO VNTCSV
               FILE STATUS IS WS-CSV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-YYMM               PIC 9(4).
           05  FILLER                  PIC X(76).
       FD  SNAPHIST-FILE
           RECORDING MODE F.
       01  SNAPHIST-REC.
           COPY SNAPHIST.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  RECOVLED-FILE
           RECORDING MODE F.
       01  RECOVLED-REC.
           COPY RECOVLED.
       FD  VINTAGE-REPORT-FILE
           RECORDING MODE F.
       01  VINTAGE-RPT-REC             PIC X(100).
       FD  VINTAGE-CSV-FILE
           RECORDING MODE F.
       01  VINTAGE-CSV-REC             PIC X(120).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-SN-STATUS            PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-RL-STATUS            PIC XX VALUE SPACES.
               88  RL-FOUND                VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-CSV-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-VSUB                 PIC S9(4) COMP VALUE +0.
           02  WS-MSUB                 PIC S9(4) COMP VALUE +0.
           02  WS-MOB                  PIC S9(4) COMP VALUE +0.
           02  WS-SNAP-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-USED-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOACCT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NODATE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-OLDVNT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-MOBOUT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-CSV-CNT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-LAST-YYMM                PIC 9(4) VALUE 0.
       01  WS-LAST-R REDEFINES WS-LAST-YYMM.
           02  WS-LAST-YY              PIC 9(2).
           02  WS-LAST-MM              PIC 9(2).
       01  WS-SNAP-YYMM                PIC 9(4) VALUE 0.
       01  WS-SNAP-R REDEFINES WS-SNAP-YYMM.
           02  WS-SNAP-YY              PIC 9(2).
           02  WS-SNAP-MM              PIC 9(2).
       01  WS-LAST-MOS                 PIC 9(6).
       01  WS-SNAP-MOS                 PIC 9(6).
       01  WS-OPEN-MOS                 PIC 9(6).
       01  WS-FIRST-MOS                PIC 9(6).
       01  WS-VNT-MOS                  PIC 9(6).
       01  WS-VNT-CCYY                 PIC 9(4).
       01  WS-VNT-MM                   PIC 9(2).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-AMT-WORK.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-PCT-N                    PIC S9(3)V9 COMP-3 VALUE 0.
      *****************************************************************
      * THE VINTAGE TABLE: ONE ENTRY PER OPEN MONTH, OLDEST FIRST, AND
      * UNDER IT ONE CELL PER MONTH-ON-BOOK FROM 3 (CELL 1) TO 36
      * (CELL 34).  EACH CELL COUNTS THE ACCOUNTS AND DOLLARS ON BOOK
      * AND THOSE 30+, 60+, 90+ AND CHARGED OFF.
      *****************************************************************
       01  VINTAGE-TABLE.
           02  VT-ENTRY OCCURS 48 TIMES.
               04  VT-CELL OCCURS 34 TIMES.
                   06  VC-CNT          PIC S9(7) COMP-3.
                   06  VC-AMT          PIC S9(9)V99 COMP-3.
                   06  VC-30-CNT       PIC S9(7) COMP-3.
                   06  VC-30-AMT       PIC S9(9)V99 COMP-3.
                   06  VC-60-CNT       PIC S9(7) COMP-3.
                   06  VC-60-AMT       PIC S9(9)V99 COMP-3.
                   06  VC-90-CNT       PIC S9(7) COMP-3.
                   06  VC-90-AMT       PIC S9(9)V99 COMP-3.
                   06  VC-CO-CNT       PIC S9(7) COMP-3.
                   06  VC-CO-AMT       PIC S9(9)V99 COMP-3.
       01  HEADER-LINE.
           02  FILLER                  PIC X(48) VALUE
               'ACCT121 VINTAGE DELINQUENCY ANALYSIS, LAST YYMM'.
           02  FILLER                  PIC X VALUE SPACE.
           02  HDR-YYMM                PIC 9(4).
           02  FILLER                  PIC X(47) VALUE SPACES.
       01  VINTAGE-LINE.
           02  FILLER                  PIC X(14) VALUE
               'VINTAGE OPENED'.
           02  FILLER                  PIC X VALUE SPACE.
           02  VL-MM                   PIC 99.
           02  FILLER                  PIC X VALUE '/'.
           02  VL-CCYY                 PIC 9(4).
           02  FILLER                  PIC X(78) VALUE SPACES.
       01  COLUMN-LINE.
           02  FILLER                  PIC X(50) VALUE
               'MOB  ACCTS       DOLLARS  ---- PCT OF ACCOUNTS ---'.
           02  FILLER                  PIC X(50) VALUE
               '  ----- PCT OF DOLLARS ----                       '.
       01  COLUMN-LINE-2.
           02  FILLER                  PIC X(50) VALUE
               '                           30+   60+   90+    CO  '.
           02  FILLER                  PIC X(50) VALUE
               '  30+   60+   90+    CO                           '.
       01  MOB-LINE.
           02  ML-MOB                  PIC Z9.
           02  FILLER                  PIC X VALUE SPACE.
           02  ML-CNT                  PIC ZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  ML-AMT                  PIC ZZZ,ZZZ,ZZ9.99.
           02  ML-PCT OCCURS 8 TIMES.
               04  FILLER              PIC X.
               04  ML-PCT-ED           PIC ZZ9.9.
           02  FILLER                  PIC X(27) VALUE SPACES.
       01  CSV-HEAD-LINE.
           02  FILLER                  PIC X(29) VALUE
               'VINTAGE,MOB,ACCOUNTS,DOLLARS,'.
           02  FILLER                  PIC X(33) VALUE
               'PCT_CNT_30,PCT_CNT_60,PCT_CNT_90,'.
           02  FILLER                  PIC X(33) VALUE
               'PCT_CNT_CO,PCT_AMT_30,PCT_AMT_60,'.
           02  FILLER                  PIC X(25) VALUE
               'PCT_AMT_90,PCT_AMT_CO'.
       01  CSV-LINE.
           02  CSV-VINTAGE             PIC 9(6).
           02  FILLER                  PIC X VALUE ','.
           02  CSV-MOB                 PIC 9(2).
           02  FILLER                  PIC X VALUE ','.
           02  CSV-CNT                 PIC 9(7).
           02  FILLER                  PIC X VALUE ','.
           02  CSV-AMT                 PIC 9(9).99.
           02  CSV-PCT-CELL OCCURS 8 TIMES.
               04  CSV-COMMA           PIC X.
               04  CSV-PCT             PIC 999.9.
           02  FILLER                  PIC X(42) VALUE SPACES.
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
           PERFORM 3000-REPORT-VINTAGE THRU 3000-EXIT
               VARYING WS-VSUB FROM 1 BY 1 UNTIL WS-VSUB > 48.
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
               MOVE PARM-YYMM TO WS-LAST-YYMM
           ELSE
               MOVE WS-TODAY-YY TO WS-LAST-YY
               MOVE WS-TODAY-MM TO WS-LAST-MM.
           MOVE WS-LAST-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-LAST-MOS = WS-WINDOW-CCYY * 12 + WS-LAST-MM.
           COMPUTE WS-FIRST-MOS = WS-LAST-MOS - 47.
           PERFORM 1100-ZERO-CELL THRU 1100-EXIT
               VARYING WS-VSUB FROM 1 BY 1 UNTIL WS-VSUB > 48
               AFTER WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 34.
           OPEN INPUT SNAPHIST-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT RECOVLED-FILE.
           OPEN OUTPUT VINTAGE-REPORT-FILE.
           OPEN OUTPUT VINTAGE-CSV-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-LAST-YYMM TO HDR-YYMM.
           WRITE VINTAGE-RPT-REC FROM HEADER-LINE.
           WRITE VINTAGE-CSV-REC FROM CSV-HEAD-LINE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2100-READ-SNAPHIST THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1100-ZERO-CELL.
           MOVE 0 TO VC-CNT (WS-VSUB, WS-MSUB),
               VC-AMT (WS-VSUB, WS-MSUB),
               VC-30-CNT (WS-VSUB, WS-MSUB),
               VC-30-AMT (WS-VSUB, WS-MSUB),
               VC-60-CNT (WS-VSUB, WS-MSUB),
               VC-60-AMT (WS-VSUB, WS-MSUB),
               VC-90-CNT (WS-VSUB, WS-MSUB),
               VC-90-AMT (WS-VSUB, WS-MSUB),
               VC-CO-CNT (WS-VSUB, WS-MSUB),
               VC-CO-AMT (WS-VSUB, WS-MSUB).
       1100-EXIT.
           EXIT.
      *****************************************************************
      * EACH SNAPSHOT ROW IS PLACED BY THE ACCOUNT'S OPEN MONTH AND BY
      * HOW MANY MONTHS IT HAD BEEN ON BOOK AT THE SNAPSHOT.
      *****************************************************************
       2000-PROCESS-SNAPSHOT.
           ADD 1 TO WS-SNAP-CNT.
           IF SN-YYMM NOT NUMERIC GO TO 2000-READ-NEXT.
           MOVE SN-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               ADD 1 TO WS-NOACCT-CNT
               GO TO 2000-READ-NEXT.
           IF IMODO NOT NUMERIC OR IYRDO NOT NUMERIC
               OR IMODO = '00' OR IMODO > '12'
               ADD 1 TO WS-NODATE-CNT
               GO TO 2000-READ-NEXT.
           MOVE IYRDO TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-VNT-CCYY.
           MOVE IMODO TO WS-VNT-MM.
           COMPUTE WS-OPEN-MOS = WS-VNT-CCYY * 12 + WS-VNT-MM.
           IF WS-OPEN-MOS < WS-FIRST-MOS OR WS-OPEN-MOS > WS-LAST-MOS
               ADD 1 TO WS-OLDVNT-CNT
               GO TO 2000-READ-NEXT.
           MOVE SN-YYMM TO WS-SNAP-YYMM.
           MOVE WS-SNAP-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-SNAP-MOS = WS-WINDOW-CCYY * 12 + WS-SNAP-MM.
           COMPUTE WS-MOB = WS-SNAP-MOS - WS-OPEN-MOS.
           IF WS-MOB < 3 OR WS-MOB > 36
               ADD 1 TO WS-MOBOUT-CNT
               GO TO 2000-READ-NEXT.
           COMPUTE WS-VSUB = WS-OPEN-MOS - WS-FIRST-MOS + 1.
           COMPUTE WS-MSUB = WS-MOB - 2.
           PERFORM 2200-ADD-CELL THRU 2200-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-SNAPHIST THRU 2100-EXIT.
       2000-EXIT.
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
      *****************************************************************
      * A CHARGED-OFF ROW COUNTS WITH THE AMOUNT CHARGED OFF; ANY
      * OTHER ROW WITH ITS BALANCE.  A NEGATIVE (CREDIT) BALANCE
      * CANNOT BE READ AS '  999.99' TEXT AND COUNTS AS ZERO.
      *****************************************************************
       2200-ADD-CELL.
           ADD 1 TO WS-USED-CNT.
           MOVE 0 TO WS-AMT-VAL-N.
           IF SN-BUCKET = 'CO'
               MOVE SN-ACCT TO RL-ACCT
               READ RECOVLED-FILE
                   INVALID KEY MOVE '23' TO WS-RL-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF RL-FOUND
                   MOVE RL-CHGOFF-AMT TO WS-AMT-X
               ELSE
                   MOVE SN-BAL TO WS-AMT-X
               END-IF
           ELSE
               MOVE SN-BAL TO WS-AMT-X.
           PERFORM 2800-EDIT-AMOUNT THRU 2800-EXIT.
           IF AMT-BAD
               MOVE 0 TO WS-AMT-VAL-N.
           ADD 1 TO VC-CNT (WS-VSUB, WS-MSUB).
           ADD WS-AMT-VAL-N TO VC-AMT (WS-VSUB, WS-MSUB).
           IF SN-BUCKET = 'CO'
               ADD 1 TO VC-CO-CNT (WS-VSUB, WS-MSUB)
               ADD WS-AMT-VAL-N TO VC-CO-AMT (WS-VSUB, WS-MSUB)
               GO TO 2200-EXIT.
           IF SN-BUCKET = '30' OR SN-BUCKET = '60' OR SN-BUCKET = '90'
               ADD 1 TO VC-30-CNT (WS-VSUB, WS-MSUB)
               ADD WS-AMT-VAL-N TO VC-30-AMT (WS-VSUB, WS-MSUB).
           IF SN-BUCKET = '60' OR SN-BUCKET = '90'
               ADD 1 TO VC-60-CNT (WS-VSUB, WS-MSUB)
               ADD WS-AMT-VAL-N TO VC-60-AMT (WS-VSUB, WS-MSUB).
           IF SN-BUCKET = '90'
               ADD 1 TO VC-90-CNT (WS-VSUB, WS-MSUB)
               ADD WS-AMT-VAL-N TO VC-90-AMT (WS-VSUB, WS-MSUB).
       2200-EXIT.
           EXIT.
       2800-EDIT-AMOUNT.
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
       2800-EXIT.
           EXIT.
      *****************************************************************
      * ONE BLOCK PER VINTAGE THAT HAS ANY ACCOUNTS ON BOOK, AND ONE
      * LINE PER MONTH-ON-BOOK THAT HAS ANY, ON THE REPORT AND THE
      * EXTRACT ALIKE.
      *****************************************************************
       3000-REPORT-VINTAGE.
           COMPUTE WS-VNT-MOS = WS-FIRST-MOS + WS-VSUB - 1.
           COMPUTE WS-VNT-CCYY = (WS-VNT-MOS - 1) / 12.
           COMPUTE WS-VNT-MM = WS-VNT-MOS - WS-VNT-CCYY * 12.
           PERFORM 3050-CK-CELL THRU 3050-EXIT
               VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 34
               OR VC-CNT (WS-VSUB, WS-MSUB) > 0.
           IF WS-MSUB > 34 GO TO 3000-EXIT.
           MOVE WS-VNT-MM TO VL-MM.
           MOVE WS-VNT-CCYY TO VL-CCYY.
           WRITE VINTAGE-RPT-REC FROM VINTAGE-LINE.
           WRITE VINTAGE-RPT-REC FROM COLUMN-LINE.
           WRITE VINTAGE-RPT-REC FROM COLUMN-LINE-2.
           PERFORM 3100-REPORT-MOB THRU 3100-EXIT
               VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 34.
       3000-EXIT.
           EXIT.
       3050-CK-CELL.
           CONTINUE.
       3050-EXIT.
           EXIT.
       3100-REPORT-MOB.
           IF VC-CNT (WS-VSUB, WS-MSUB) = 0 GO TO 3100-EXIT.
           MOVE SPACES TO MOB-LINE.
           COMPUTE WS-MOB = WS-MSUB + 2.
           MOVE WS-MOB TO ML-MOB, CSV-MOB.
           MOVE VC-CNT (WS-VSUB, WS-MSUB) TO ML-CNT, CSV-CNT.
           MOVE VC-AMT (WS-VSUB, WS-MSUB) TO ML-AMT, CSV-AMT.
           COMPUTE CSV-VINTAGE = WS-VNT-CCYY * 100 + WS-VNT-MM.
           COMPUTE WS-PCT-N ROUNDED = VC-30-CNT (WS-VSUB, WS-MSUB)
               * 100 / VC-CNT (WS-VSUB, WS-MSUB).
           MOVE WS-PCT-N TO ML-PCT-ED (1), CSV-PCT (1).
           COMPUTE WS-PCT-N ROUNDED = VC-60-CNT (WS-VSUB, WS-MSUB)
               * 100 / VC-CNT (WS-VSUB, WS-MSUB).
           MOVE WS-PCT-N TO ML-PCT-ED (2), CSV-PCT (2).
           COMPUTE WS-PCT-N ROUNDED = VC-90-CNT (WS-VSUB, WS-MSUB)
               * 100 / VC-CNT (WS-VSUB, WS-MSUB).
           MOVE WS-PCT-N TO ML-PCT-ED (3), CSV-PCT (3).
           COMPUTE WS-PCT-N ROUNDED = VC-CO-CNT (WS-VSUB, WS-MSUB)
               * 100 / VC-CNT (WS-VSUB, WS-MSUB).
           MOVE WS-PCT-N TO ML-PCT-ED (4), CSV-PCT (4).
           MOVE 0 TO ML-PCT-ED (5), ML-PCT-ED (6),
               ML-PCT-ED (7), ML-PCT-ED (8).
           MOVE 0 TO CSV-PCT (5), CSV-PCT (6), CSV-PCT (7), CSV-PCT (8).
           IF VC-AMT (WS-VSUB, WS-MSUB) NOT > 0
               GO TO 3100-WRITE.
           COMPUTE WS-PCT-N ROUNDED = VC-30-AMT (WS-VSUB, WS-MSUB)
               * 100 / VC-AMT (WS-VSUB, WS-MSUB).
           MOVE WS-PCT-N TO ML-PCT-ED (5), CSV-PCT (5).
           COMPUTE WS-PCT-N ROUNDED = VC-60-AMT (WS-VSUB, WS-MSUB)
               * 100 / VC-AMT (WS-VSUB, WS-MSUB).
           MOVE WS-PCT-N TO ML-PCT-ED (6), CSV-PCT (6).
           COMPUTE WS-PCT-N ROUNDED = VC-90-AMT (WS-VSUB, WS-MSUB)
               * 100 / VC-AMT (WS-VSUB, WS-MSUB).
           MOVE WS-PCT-N TO ML-PCT-ED (7), CSV-PCT (7).
           COMPUTE WS-PCT-N ROUNDED = VC-CO-AMT (WS-VSUB, WS-MSUB)
               * 100 / VC-AMT (WS-VSUB, WS-MSUB).
           MOVE WS-PCT-N TO ML-PCT-ED (8), CSV-PCT (8).
       3100-WRITE.
           WRITE VINTAGE-RPT-REC FROM MOB-LINE.
           PERFORM 3110-CSV-COMMAS THRU 3110-EXIT
               VARYING WS-MOB FROM 1 BY 1 UNTIL WS-MOB > 8.
           WRITE VINTAGE-CSV-REC FROM CSV-LINE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-CSV-CNT.
       3100-EXIT.
           EXIT.
       3110-CSV-COMMAS.
           MOVE ',' TO CSV-COMMA (WS-MOB).
       3110-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'SNAPSHOT ROWS READ:         ' TO SUM-LABEL.
           MOVE WS-SNAP-CNT TO SUM-CNT.
           WRITE VINTAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ROWS IN THE ANALYSIS:       ' TO SUM-LABEL.
           MOVE WS-USED-CNT TO SUM-CNT.
           WRITE VINTAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'OLDER VINTAGE, LEFT OUT:    ' TO SUM-LABEL.
           MOVE WS-OLDVNT-CNT TO SUM-CNT.
           WRITE VINTAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'OUTSIDE MONTHS 3 TO 36:     ' TO SUM-LABEL.
           MOVE WS-MOBOUT-CNT TO SUM-CNT.
           WRITE VINTAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NO USABLE OPEN DATE:        ' TO SUM-LABEL.
           MOVE WS-NODATE-CNT TO SUM-CNT.
           WRITE VINTAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNT NO LONGER ON FILE:  ' TO SUM-LABEL.
           MOVE WS-NOACCT-CNT TO SUM-CNT.
           WRITE VINTAGE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CSV LINES WRITTEN:          ' TO SUM-LABEL.
           MOVE WS-CSV-CNT TO SUM-CNT.
           WRITE VINTAGE-RPT-REC FROM SUMMARY-LINE.
           CLOSE SNAPHIST-FILE, ACCT-MASTER, RECOVLED-FILE,
               VINTAGE-REPORT-FILE, VINTAGE-CSV-FILE.
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
           MOVE WS-SN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SNAPHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SN-KEY TO ABL-KEY
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
           MOVE WS-RL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RECOVLED' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RL-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CSV-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'VNTCSV' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE VINTAGE-CSV-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'VNTRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE VINTAGE-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT121' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
