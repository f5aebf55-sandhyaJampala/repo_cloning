       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT113.
       REMARKS. THIS MONTHLY BATCH JOB PRINTS THE COLLECTION-AGENCY
                COMMISSION STATEMENT, SO WHAT THE AGENCY KEPT OUT OF
                ITS REMITTANCES IS CHECKED AGAINST WHAT OUR CONTRACT
                SAYS IT EARNED.  FOR THE MONTH ON THE COMMPARM CARD
                (CCYYMM, DEFAULTING TO THE PRIOR MONTH) EVERY COMMLED
                ENTRY ACCT20 WROTE - ONE PER PAYMENT OR RECOVERY THE
                AGENCY COLLECTED - IS RE-PRICED: THE COMMISSION OWED
                IS RECOMPUTED FROM THE GROSS AT THE COMMTAB RATE FOR
                THE AGENCY AND PLACEMENT TIER (THE '****' ROW WHEN THE
                AGENCY HAS NONE, THE RATE RECORDED AT POSTING WHEN
                NEITHER EXISTS) AND COMPARED WITH THE COMMISSION THE
                AGENCY ACTUALLY WITHHELD.  EACH LINE SHOWS THE
                DIFFERENCE AND FLAGS AN OVER- OR UNDER-WITHHOLDING;
                TOTALS ARE PRINTED FOR EACH AGENCY AND FOR THE MONTH,
                THE NET DIFFERENCE BEING WHAT IS TO BE RECOVERED FROM
                (OR PAID TO) THE AGENCY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO COMMPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COMMLED-FILE ASSIGN TO COMMLED
               FILE STATUS IS WS-CL-STATUS.
           SELECT COMMTAB-FILE ASSIGN TO COMMTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CM-STATUS.
           SELECT STMT-REPORT-FILE ASSIGN TO COMMRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-PERIOD             PIC 9(6).
           05  PARM-PERIOD-R REDEFINES PARM-PERIOD.
               10  PARM-CCYY           PIC 9(4).
               10  PARM-MM             PIC 9(2).
           05  FILLER                  PIC X(74).
       FD  COMMLED-FILE
           RECORDING MODE F.
       01  COMMLED-REC.
           COPY COMMLED.
       FD  COMMTAB-FILE
           RECORDING MODE F.
       01  COMMTAB-REC.
           COPY COMMTAB.
       FD  STMT-REPORT-FILE
           RECORDING MODE F.
       01  STMT-RPT-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-CL-STATUS            PIC XX VALUE SPACES.
           02  WS-CM-STATUS            PIC XX VALUE SPACES.
               88  CM-FOUND                VALUE '00'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-RPT-PERIOD           PIC 9(6) VALUE 0.
           02  WS-RPT-PERIOD-R REDEFINES WS-RPT-PERIOD.
               04  WS-RPT-CCYY         PIC 9(4).
               04  WS-RPT-MM           PIC 9(2).
           02  WS-CL-PERIOD            PIC 9(6) VALUE 0.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-SEL-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-OVER-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-UNDER-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-RATE                 PIC 9(2)V99 VALUE 0.
           02  WS-GROSS-N              PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-OWED-N               PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-HELD-N               PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-VAR-N                PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-AGY-USED             PIC S9(4) COMP VALUE +0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
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
      * RUNNING TOTALS BY AGENCY.  THE LAST ENTRY COLLECTS ANY AGENCY
      * BEYOND THE NINTH SO THE GRAND TOTALS STILL FOOT.
      *****************************************************************
       01  AGY-TOTALS.
           02  AGY-ENTRY OCCURS 10 TIMES.
               04  AGY-CODE            PIC X(4).
               04  AGY-CNT             PIC S9(7) COMP-3.
               04  AGY-GROSS           PIC S9(9)V99 COMP-3.
               04  AGY-OWED            PIC S9(9)V99 COMP-3.
               04  AGY-HELD            PIC S9(9)V99 COMP-3.
       01  GRAND-TOTALS.
           02  GT-GROSS                PIC S9(9)V99 COMP-3 VALUE 0.
           02  GT-OWED                 PIC S9(9)V99 COMP-3 VALUE 0.
           02  GT-HELD                 PIC S9(9)V99 COMP-3 VALUE 0.
           02  GT-VAR                  PIC S9(9)V99 COMP-3 VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(46) VALUE
               'ACCT113 AGENCY COMMISSION STATEMENT - PERIOD '.
           02  HDR-PERIOD              PIC 9(6).
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  COLUMN-LINE.
           02  FILLER                  PIC X(40) VALUE
               'AGCY ACCT  PAYMENT    K T  RATE    GROSS'.
           02  FILLER                  PIC X(40) VALUE
               '     OWED WITHHELD       DIFF NOTE'.
           02  FILLER                  PIC X(20) VALUE SPACES.
       01  DETAIL-LINE.
           02  DTL-AGENCY              PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-ACCT                PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-DATE                PIC 9999/99/99.
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-KIND                PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-TIER                PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-RATE                PIC Z9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-GROSS               PIC ZZZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-OWED                PIC ZZZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-HELD                PIC ZZZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-VAR                 PIC -ZZZZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  DTL-NOTE                PIC X(14).
           02  FILLER                  PIC X(16) VALUE SPACES.
       01  AGY-LINE.
           02  FILLER                  PIC X(7) VALUE 'AGENCY '.
           02  AGL-CODE                PIC X(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AGL-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(7) VALUE ' GROSS '.
           02  AGL-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE ' OWED '.
           02  AGL-OWED                PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE ' HELD '.
           02  AGL-HELD                PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(19) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC -ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(47) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           INITIALIZE AGY-TOTALS.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-PERIOD NUMERIC AND PARM-MM > 0 AND PARM-MM < 13
               MOVE PARM-PERIOD TO WS-RPT-PERIOD
               GO TO 1000-OPEN.
           IF WS-TODAY-YY > 50
               COMPUTE WS-RPT-CCYY = 1900 + WS-TODAY-YY
           ELSE
               COMPUTE WS-RPT-CCYY = 2000 + WS-TODAY-YY.
           COMPUTE WS-RPT-MM = WS-TODAY-MM - 1.
           IF WS-RPT-MM = 0
               MOVE 12 TO WS-RPT-MM
               SUBTRACT 1 FROM WS-RPT-CCYY.
       1000-OPEN.
           OPEN INPUT COMMLED-FILE.
           OPEN INPUT COMMTAB-FILE.
           OPEN OUTPUT STMT-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-RPT-PERIOD TO HDR-PERIOD.
           WRITE STMT-RPT-REC FROM HEADER-LINE.
           WRITE STMT-RPT-REC FROM COLUMN-LINE.
           PERFORM 2900-READ-COMMLED THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ONE LEDGER ENTRY IN THE PERIOD: RE-PRICE IT, COMPARE, PRINT
      * AND ACCUMULATE.
      *****************************************************************
       2000-PROCESS-ENTRY.
           ADD 1 TO WS-READ-CNT.
           COMPUTE WS-CL-PERIOD = CL-DATE / 100.
           IF WS-CL-PERIOD NOT = WS-RPT-PERIOD
               GO TO 2000-READ-NEXT.
           ADD 1 TO WS-SEL-CNT.
           MOVE CL-GROSS TO WS-AMT-X.
           PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT.
           IF AMT-BAD MOVE 0 TO WS-AMT-VAL-N.
           MOVE WS-AMT-VAL-N TO WS-GROSS-N.
           MOVE CL-WITHHELD TO WS-AMT-X.
           PERFORM 2500-EDIT-AMOUNT THRU 2500-EXIT.
           IF AMT-BAD MOVE 0 TO WS-AMT-VAL-N.
           MOVE WS-AMT-VAL-N TO WS-HELD-N.
           PERFORM 2100-GET-RATE THRU 2100-EXIT.
           COMPUTE WS-OWED-N ROUNDED = WS-GROSS-N * WS-RATE / 100.
           COMPUTE WS-VAR-N = WS-HELD-N - WS-OWED-N.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CL-AGENCY TO DTL-AGENCY.
           MOVE CL-ACCT TO DTL-ACCT.
           MOVE CL-DATE TO DTL-DATE.
           MOVE CL-KIND TO DTL-KIND.
           MOVE CL-TIER TO DTL-TIER.
           MOVE WS-RATE TO DTL-RATE.
           MOVE WS-GROSS-N TO DTL-GROSS.
           MOVE WS-OWED-N TO DTL-OWED.
           MOVE WS-HELD-N TO DTL-HELD.
           MOVE WS-VAR-N TO DTL-VAR.
           IF WS-VAR-N > 0
               MOVE 'OVER-WITHHELD' TO DTL-NOTE
               ADD 1 TO WS-OVER-CNT.
           IF WS-VAR-N < 0
               MOVE 'UNDER-WITHHELD' TO DTL-NOTE
               ADD 1 TO WS-UNDER-CNT.
           WRITE STMT-RPT-REC FROM DETAIL-LINE.
           PERFORM 2200-FIND-AGENCY THRU 2200-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-AGY-USED
               OR AGY-CODE (WS-SUB) = CL-AGENCY.
           IF WS-SUB > WS-AGY-USED
               PERFORM 2300-ADD-AGENCY THRU 2300-EXIT.
           ADD 1 TO AGY-CNT (WS-SUB).
           ADD WS-GROSS-N TO AGY-GROSS (WS-SUB).
           ADD WS-OWED-N TO AGY-OWED (WS-SUB).
           ADD WS-HELD-N TO AGY-HELD (WS-SUB).
           ADD WS-GROSS-N TO GT-GROSS.
           ADD WS-OWED-N TO GT-OWED.
           ADD WS-HELD-N TO GT-HELD.
           ADD WS-VAR-N TO GT-VAR.
       2000-READ-NEXT.
           PERFORM 2900-READ-COMMLED THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * THE RATE IN FORCE TODAY FOR THE AGENCY AND TIER, THE '****'
      * ROW FOR THE TIER, OR FAILING BOTH THE RATE ACCT20 RECORDED.
      *****************************************************************
       2100-GET-RATE.
           MOVE CL-AGENCY TO CM-AGENCY.
           MOVE CL-TIER TO CM-TIER.
           READ COMMTAB-FILE
               INVALID KEY MOVE '23' TO WS-CM-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT CM-FOUND
               MOVE '****' TO CM-AGENCY
               MOVE CL-TIER TO CM-TIER
               READ COMMTAB-FILE
                   INVALID KEY MOVE '23' TO WS-CM-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF CM-FOUND AND CM-RATE NUMERIC
               MOVE CM-RATE TO WS-RATE
               GO TO 2100-EXIT.
           MOVE 0 TO WS-RATE.
           IF CL-RATE NUMERIC
               MOVE CL-RATE TO WS-RATE.
       2100-EXIT.
           EXIT.
       2200-FIND-AGENCY.
           CONTINUE.
       2200-EXIT.
           EXIT.
       2300-ADD-AGENCY.
           IF WS-AGY-USED < 10
               ADD 1 TO WS-AGY-USED
               MOVE WS-AGY-USED TO WS-SUB
               MOVE CL-AGENCY TO AGY-CODE (WS-SUB)
           ELSE
               MOVE 10 TO WS-SUB
               MOVE '*OTH' TO AGY-CODE (WS-SUB).
       2300-EXIT.
           EXIT.
       2500-EDIT-AMOUNT.
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
       2500-EXIT.
           EXIT.
       2900-READ-COMMLED.
           READ COMMLED-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 9100-AGENCY-LINE THRU 9100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-AGY-USED.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LEDGER ENTRIES READ:        ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE STMT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ENTRIES IN PERIOD:          ' TO SUM-LABEL.
           MOVE WS-SEL-CNT TO SUM-CNT.
           MOVE GT-GROSS TO SUM-AMT.
           WRITE STMT-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'COMMISSION OWED AT RATE:    ' TO SUM-LABEL.
           MOVE GT-OWED TO SUM-AMT.
           WRITE STMT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'COMMISSION WITHHELD:        ' TO SUM-LABEL.
           MOVE GT-HELD TO SUM-AMT.
           WRITE STMT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'OVER-WITHHELD ENTRIES:      ' TO SUM-LABEL.
           MOVE WS-OVER-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE STMT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'UNDER-WITHHELD ENTRIES:     ' TO SUM-LABEL.
           MOVE WS-UNDER-CNT TO SUM-CNT.
           WRITE STMT-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'NET DUE FROM AGENCY:        ' TO SUM-LABEL.
           MOVE GT-VAR TO SUM-AMT.
           WRITE STMT-RPT-REC FROM SUMMARY-LINE.
           CLOSE COMMLED-FILE, COMMTAB-FILE, STMT-REPORT-FILE.
       9000-EXIT.
           EXIT.
       9100-AGENCY-LINE.
           MOVE AGY-CODE (WS-SUB) TO AGL-CODE.
           MOVE AGY-CNT (WS-SUB) TO AGL-CNT.
           MOVE AGY-GROSS (WS-SUB) TO AGL-GROSS.
           MOVE AGY-OWED (WS-SUB) TO AGL-OWED.
           MOVE AGY-HELD (WS-SUB) TO AGL-HELD.
           WRITE STMT-RPT-REC FROM AGY-LINE.
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
       9850-CK-FILES.
           MOVE WS-CL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COMMLED' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE COMMLED-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CM-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COMMTAB' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CM-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'COMMRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE STMT-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT113' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
