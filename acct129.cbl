       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT129.
       REMARKS. THIS MONTH-END BATCH PROGRAM ALLOCATES THE PRINT
                VENDOR'S ONE MONTHLY PRINT-AND-POSTAGE INVOICE TO THE
                DOCUMENTS THAT RAN UP IT, SO STATEMENTS, DUNNING
                LETTERS, REFUND CHECKS AND THE REST EACH CARRY THEIR
                OWN COST.  THE MONTH (YYMM) IS ON THE PCAPARM CARD,
                DEFAULTING TO THE MONTH OF THE BUSINESS DATE, WITH THE
                VENDOR'S INVOICE AMOUNT (COLUMNS 6-16, DOLLARS AND
                CENTS WITHOUT A POINT).
                THE VOLUMES ARE THE MONTH'S MXBPB510 CSV CONTROL
                EXTRACTS (XRXCTLX, EVERY DAILY EXTRACT OF THE MONTH),
                BY HANDLING CODE AND FORM; THE ACCT66 TRAY-BREAK
                MARKERS (HANDLING CODE 'TB') ARE NOT MAIL AND ARE NOT
                PRICED.  THE EXTRACTS ARE PROVED AGAINST THE MXBPB510
                SUMMARY HISTORY (XRXSUMH) FOR THE SAME MONTH, SO A
                MISSING DAY SHOWS BEFORE ITS COST IS LOST.
                EACH HANDLING CODE IS PRICED FROM ITS PRTCOST ROW (AC12
                FILE CODE 'PC', THE '**' ROW WHEN IT HAS NONE): PAGES AT
                THE PRINT COST, ENVELOPES AT THE INSERT COST, AND
                ENVELOPES AT THE POSTAGE RATE OF THEIR PRESORT TIER -
                THE SHARE OF THE HANDLING CODE'S ENVELOPES ACCT66
                TRAYED BY ZIP THAT MONTH (PSTTIER) AT THE PRESORT
                RATE, THE REST AT THE FULL RATE.  THE COSTS ARE
                TOTALED BY HANDLING CODE, BY FORM AND BY THE
                DEPARTMENT THAT OWNS EACH HANDLING CODE.  THE
                DEPARTMENT TOTALS ARE WRITTEN TO
                THE GLCHGBK CHARGEBACK FILE IN THE ACCT41 JOURNAL
                LAYOUT - A DEBIT TO EACH DEPARTMENT'S EXPENSE ACCOUNT
                AND ONE CREDIT TO THE PRINT AND POSTAGE CLEARING
                ACCOUNT THE INVOICE IS BOOKED TO - AND THE ALLOCATED
                TOTAL IS COMPARED TO THE INVOICE; A DIFFERENCE OVER ONE
                PERCENT IS FLAGGED FOR A LOOK AT THE COST TABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PCAPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CTLX-FILE ASSIGN TO XRXCTLX
               FILE STATUS IS WS-CX-STATUS.
           SELECT XSUM-FILE ASSIGN TO XRXSUMH
               FILE STATUS IS WS-XS-STATUS.
           SELECT PSTTIER-FILE ASSIGN TO PSTTIER
               FILE STATUS IS WS-PT-STATUS.
           SELECT PRTCOST-FILE ASSIGN TO PRTCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT CHGBK-FILE ASSIGN TO GLCHGBK
               FILE STATUS IS WS-JV-STATUS.
           SELECT PCA-REPORT-FILE ASSIGN TO PCARPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-YYMM               PIC 9(4).
           05  FILLER                  PIC X.
           05  PARM-INVOICE            PIC 9(9)V99.
           05  FILLER                  PIC X(64).
      *    THE MXBPB510 CSV CONTROL EXTRACT - ONE LINE PER HANDLING
      *    CODE AND ENTITY, IN THE CSV-EXTRACT-LINE LAYOUT OF MXWWB51.
       FD  CTLX-FILE
           RECORDING MODE F.
       01  CTLX-REC.
           05  CX-HANDLING-CODE        PIC X(2).
           05  FILLER                  PIC X.
           05  CX-ENTITY-NO            PIC 9(4).
           05  FILLER                  PIC X.
           05  CX-PAGE-CNT             PIC 9(9).
           05  FILLER                  PIC X.
           05  CX-DOC-CNT              PIC 9(9).
           05  FILLER                  PIC X.
           05  CX-ENV-CNT              PIC 9(9).
           05  FILLER                  PIC X.
           05  CX-CONTROL-TOT          PIC 9(15).
           05  FILLER                  PIC X.
           05  CX-FORM-NAME            PIC X(8).
           05  FILLER                  PIC X.
           05  CX-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(27).
      *    THE MXBPB510 RUN SUMMARY - ONE RECORD PER RUN, IN THE
      *    XEROX-SUMMARY-LINE LAYOUT OF MXWWB51.
       FD  XSUM-FILE
           RECORDING MODE F.
       01  XSUM-REC.
           05  XS-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X.
           05  XS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X.
           05  XS-TOTAL-PAGES          PIC 9(6).
           05  FILLER                  PIC X.
           05  XS-TOTAL-DOCS           PIC 9(6).
           05  FILLER                  PIC X.
           05  XS-TOTAL-ENV            PIC 9(6).
           05  FILLER                  PIC X.
           05  XS-RETURN-CODE          PIC S9(2).
           05  FILLER                  PIC X(55).
       FD  PSTTIER-FILE
           RECORDING MODE F.
       01  PSTTIER-REC.
           COPY PSTTIER.
       FD  PRTCOST-FILE
           RECORDING MODE F.
       01  PRTCOST-REC.
           COPY PRTCOST.
       FD  CHGBK-FILE
           RECORDING MODE F.
       01  JV-REC.
           05  JV-DATE                 PIC 9(6).
           05  JV-GLACCT               PIC X(6).
           05  JV-DESC                 PIC X(20).
           05  JV-DR                   PIC X(13).
           05  JV-CR                   PIC X(13).
           05  FILLER                  PIC X(22).
       FD  PCA-REPORT-FILE
           RECORDING MODE F.
       01  PCA-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-CX-STATUS            PIC XX VALUE SPACES.
               88  CX-OK                   VALUE '00'.
           02  WS-XS-STATUS            PIC XX VALUE SPACES.
               88  XS-OK                   VALUE '00'.
           02  WS-PT-STATUS            PIC XX VALUE SPACES.
               88  PT-OK                   VALUE '00'.
           02  WS-PC-STATUS            PIC XX VALUE SPACES.
               88  PC-FOUND                VALUE '00'.
           02  WS-JV-STATUS            PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  INPUT-DONE              VALUE 'Y'.
           02  WS-INVOICE-N            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-HC-SUB               PIC S9(4) COMP VALUE +0.
           02  WS-HF-HOLD              PIC S9(4) COMP VALUE +0.
           02  WS-LOOK-HAND            PIC X(2) VALUE SPACES.
           02  WS-LOOK-FORM            PIC X(8) VALUE SPACES.
           02  WS-LOOK-DEPT            PIC X(4) VALUE SPACES.
           02  WS-LOOK-GLACCT          PIC X(6) VALUE SPACES.
           02  WS-HF-USED              PIC S9(4) COMP VALUE +0.
           02  WS-HF-MAX               PIC S9(4) COMP VALUE +200.
           02  WS-HC-USED              PIC S9(4) COMP VALUE +0.
           02  WS-HC-MAX               PIC S9(4) COMP VALUE +50.
           02  WS-FM-USED              PIC S9(4) COMP VALUE +0.
           02  WS-FM-MAX               PIC S9(4) COMP VALUE +100.
           02  WS-DP-USED              PIC S9(4) COMP VALUE +0.
           02  WS-DP-MAX               PIC S9(4) COMP VALUE +30.
           02  WS-LOST-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CX-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-XS-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-JV-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOROW-CNT            PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-REG-DATE.
           02  WS-REG-MM               PIC 9(2).
           02  WS-REG-DD               PIC 9(2).
           02  WS-REG-YY               PIC 9(2).
       01  WS-CUR-YYMM                 PIC 9(4) VALUE 0.
       01  WS-CUR-R REDEFINES WS-CUR-YYMM.
           02  WS-CUR-YY               PIC 9(2).
           02  WS-CUR-MM               PIC 9(2).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
      *    THE MONTH AS THE EXTRACTS CARRY IT (CCYY-MM) AND AS THE
      *    PRESORT HISTORY DOES (CCYYMM).
       01  WS-MO-DASH.
           02  WS-MO-D-CCYY            PIC 9(4).
           02  FILLER                  PIC X VALUE '-'.
           02  WS-MO-D-MM              PIC 9(2).
       01  WS-MO-PLAIN.
           02  WS-MO-P-CCYY            PIC 9(4).
           02  WS-MO-P-MM              PIC 9(2).
      *    THE PRINT AND POSTAGE CLEARING ACCOUNT THE VENDOR INVOICE
      *    IS BOOKED TO; THE CHARGEBACK CLEARS IT TO THE DEPARTMENTS.
       01  GL-CLEAR-ACCT               PIC X(6) VALUE '210500'.
       01  WS-TOTALS.
           02  WS-XP-TOT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-XD-TOT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-XE-TOT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-SP-TOT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-SD-TOT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-SE-TOT               PIC S9(9) COMP-3 VALUE 0.
           02  WS-PRINT-TOT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-POST-TOT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-INSERT-TOT           PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-COST-TOT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-DIFF-N               PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-TOLER-N              PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-JV-AMT-N             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-JV-ED                    PIC Z(9)9.99.
       01  WS-TIER-TOT                 PIC S9(9) COMP-3 VALUE 0.
      *    ONE ROW PER HANDLING CODE AND FORM - THE PRICED UNIT.
       01  HF-TABLE.
           02  HF-ENTRY                OCCURS 200 TIMES.
               04  HF-HAND             PIC X(2).
               04  HF-FORM             PIC X(8).
               04  HF-PAGES            PIC S9(9) COMP-3.
               04  HF-DOCS             PIC S9(9) COMP-3.
               04  HF-ENVS             PIC S9(9) COMP-3.
               04  HF-PRINT            PIC S9(9)V99 COMP-3.
               04  HF-POST             PIC S9(9)V99 COMP-3.
               04  HF-INSERT           PIC S9(9)V99 COMP-3.
               04  HF-COST             PIC S9(9)V99 COMP-3.
      *    ONE ROW PER HANDLING CODE, WITH ITS PRTCOST RATES AND THE
      *    MONTH'S PRESORT SPLIT.
       01  HC-TABLE.
           02  HC-ENTRY                OCCURS 50 TIMES.
               04  HC-HAND             PIC X(2).
               04  HC-DEPT             PIC X(4).
               04  HC-GLACCT           PIC X(6).
               04  HC-ROW              PIC X(2).
               04  HC-PAGE-COST        PIC 9V9(4).
               04  HC-INSERT-COST      PIC 9V9(4).
               04  HC-POST-PRESORT     PIC 9V9(4).
               04  HC-POST-FULL        PIC 9V9(4).
               04  HC-PRESORT-CNT      PIC S9(9) COMP-3.
               04  HC-RESID-CNT        PIC S9(9) COMP-3.
               04  HC-SHARE            PIC 9V9(6) COMP-3.
               04  HC-POST-RATE        PIC 9V9(6) COMP-3.
               04  HC-PAGES            PIC S9(9) COMP-3.
               04  HC-DOCS             PIC S9(9) COMP-3.
               04  HC-ENVS             PIC S9(9) COMP-3.
               04  HC-PRINT            PIC S9(9)V99 COMP-3.
               04  HC-POST             PIC S9(9)V99 COMP-3.
               04  HC-INSERT           PIC S9(9)V99 COMP-3.
               04  HC-COST             PIC S9(9)V99 COMP-3.
       01  FM-TABLE.
           02  FM-ENTRY                OCCURS 100 TIMES.
               04  FM-FORM             PIC X(8).
               04  FM-PAGES            PIC S9(9) COMP-3.
               04  FM-DOCS             PIC S9(9) COMP-3.
               04  FM-ENVS             PIC S9(9) COMP-3.
               04  FM-COST             PIC S9(9)V99 COMP-3.
       01  DP-TABLE.
           02  DP-ENTRY                OCCURS 30 TIMES.
               04  DP-DEPT             PIC X(4).
               04  DP-GLACCT           PIC X(6).
               04  DP-COST             PIC S9(9)V99 COMP-3.
       01  HEADER-LINE.
           02  FILLER                  PIC X(50) VALUE
               'ACCT129 PRINT AND POSTAGE COST ALLOCATION, MONTH '.
           02  HDR-YYMM                PIC 9(4).
           02  FILLER                  PIC X(46) VALUE SPACES.
       01  HC-HEAD-LINE.
           02  FILLER                  PIC X(51) VALUE
               'HC DEPT    PAGES     DOCS     ENVS PRST%      PRINT'.
           02  FILLER                  PIC X(49) VALUE
               '    POSTAGE    INSERTS   TOTAL COST NOTE'.
       01  HC-LINE.
           02  HL-HAND                 PIC X(2).
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-DEPT                 PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-PAGES                PIC ZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-DOCS                 PIC ZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-ENVS                 PIC ZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-PCT                  PIC ZZ9.9.
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-PRINT                PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-POST                 PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-INSERT               PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-COST                 PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  HL-NOTE                 PIC X(11).
       01  FM-HEAD-LINE.
           02  FILLER                  PIC X(53) VALUE
               'COST BY FORM     PAGES     DOCS     ENVS   TOTAL COST'.
           02  FILLER                  PIC X(47) VALUE SPACES.
       01  FM-LINE.
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  FL-FORM                 PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  FL-PAGES                PIC ZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  FL-DOCS                 PIC ZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  FL-ENVS                 PIC ZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  FL-COST                 PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(47) VALUE SPACES.
       01  DP-HEAD-LINE.
           02  FILLER                  PIC X(50) VALUE
               'COST BY DEPARTMENT   DEPT GLACCT   TOTAL COST'.
           02  FILLER                  PIC X(50) VALUE SPACES.
       01  DP-LINE.
           02  FILLER                  PIC X(21) VALUE SPACES.
           02  DL-DEPT                 PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-GLACCT               PIC X(6).
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-COST                 PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(55) VALUE SPACES.
       01  PROOF-LINE.
           02  PF-LABEL                PIC X(28).
           02  PF-PAGES                PIC ZZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  PF-DOCS                 PIC ZZZZZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  PF-ENVS                 PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  PF-NOTE                 PIC X(41).
       01  PROOF-HEAD-LINE.
           02  FILLER                  PIC X(50) VALUE
               'VOLUME PROOF                    PAGES      DOCS   '.
           02  FILLER                  PIC X(50) VALUE '   ENVS'.
       01  TOTAL-LINE.
           02  TOT-LABEL               PIC X(28).
           02  TOT-AMT                 PIC ---,---,--9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  TOT-NOTE                PIC X(56).
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
           PERFORM 2000-PRICE-HAND THRU 2000-EXIT
               VARYING WS-HC-SUB FROM 1 BY 1
               UNTIL WS-HC-SUB > WS-HC-USED.
           PERFORM 2500-PRICE-FORM THRU 2500-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-HF-USED.
           PERFORM 3000-REPORT THRU 3000-EXIT.
           PERFORM 4000-CHARGEBACK THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-MM TO WS-REG-MM.
           MOVE WS-TODAY-DD TO WS-REG-DD.
           MOVE WS-TODAY-YY TO WS-REG-YY.
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
           IF PARM-INVOICE NUMERIC
               MOVE PARM-INVOICE TO WS-INVOICE-N.
           MOVE WS-CUR-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-MO-D-CCYY, WS-MO-P-CCYY.
           MOVE WS-CUR-MM TO WS-MO-D-MM, WS-MO-P-MM.
           OPEN INPUT PRTCOST-FILE.
           OPEN OUTPUT CHGBK-FILE.
           OPEN OUTPUT PCA-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-CUR-YYMM TO HDR-YYMM.
           WRITE PCA-RPT-REC FROM HEADER-LINE.
           PERFORM 1100-LOAD-EXTRACT THRU 1100-EXIT.
           PERFORM 1200-LOAD-SUMMARY THRU 1200-EXIT.
           PERFORM 1300-LOAD-TIER THRU 1300-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE MONTH'S EXTRACT LINES.  EVERY LINE COUNTS TOWARD THE VOLUME
      * PROOF; ALL BUT THE TRAY-BREAK MARKERS ARE PRICED.
      *****************************************************************
       1100-LOAD-EXTRACT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CTLX-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 1110-ADD-CTLX THRU 1110-EXIT
               UNTIL INPUT-DONE.
           CLOSE CTLX-FILE.
       1100-EXIT.
           EXIT.
       1110-ADD-CTLX.
           READ CTLX-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF INPUT-DONE GO TO 1110-EXIT.
           IF CX-RPT-DATE (1:7) NOT = WS-MO-DASH GO TO 1110-EXIT.
           IF CX-PAGE-CNT NOT NUMERIC OR CX-DOC-CNT NOT NUMERIC
               OR CX-ENV-CNT NOT NUMERIC
               GO TO 1110-EXIT.
           ADD 1 TO WS-CX-CNT.
           ADD CX-PAGE-CNT TO WS-XP-TOT.
           ADD CX-DOC-CNT TO WS-XD-TOT.
           ADD CX-ENV-CNT TO WS-XE-TOT.
           IF CX-HANDLING-CODE = 'TB' GO TO 1110-EXIT.
           MOVE CX-HANDLING-CODE TO WS-LOOK-HAND.
           MOVE CX-FORM-NAME TO WS-LOOK-FORM.
           PERFORM 1400-FIND-HC THRU 1400-EXIT.
           PERFORM 1500-FIND-HF THRU 1500-EXIT.
           IF WS-HC-SUB = 0 OR WS-SUB = 0
               ADD 1 TO WS-LOST-CNT
               GO TO 1110-EXIT.
           ADD CX-PAGE-CNT TO HF-PAGES (WS-SUB), HC-PAGES (WS-HC-SUB).
           ADD CX-DOC-CNT TO HF-DOCS (WS-SUB), HC-DOCS (WS-HC-SUB).
           ADD CX-ENV-CNT TO HF-ENVS (WS-SUB), HC-ENVS (WS-HC-SUB).
       1110-EXIT.
           EXIT.
       1200-LOAD-SUMMARY.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT XSUM-FILE.
           IF NOT XS-OK GO TO 1200-EXIT.
           PERFORM 1210-ADD-XSUM THRU 1210-EXIT
               UNTIL INPUT-DONE.
           CLOSE XSUM-FILE.
       1200-EXIT.
           EXIT.
       1210-ADD-XSUM.
           READ XSUM-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9870-CK-XRXSUMH THRU 9870-EXIT.
           IF INPUT-DONE GO TO 1210-EXIT.
           IF XS-RPT-DATE (1:7) NOT = WS-MO-DASH GO TO 1210-EXIT.
           IF XS-TOTAL-PAGES NOT NUMERIC OR XS-TOTAL-DOCS NOT NUMERIC
               OR XS-TOTAL-ENV NOT NUMERIC
               GO TO 1210-EXIT.
           ADD 1 TO WS-XS-CNT.
           ADD XS-TOTAL-PAGES TO WS-SP-TOT.
           ADD XS-TOTAL-DOCS TO WS-SD-TOT.
           ADD XS-TOTAL-ENV TO WS-SE-TOT.
       1210-EXIT.
           EXIT.
      *    A HANDLING CODE THAT PRINTED NOTHING THIS MONTH HAS NO
      *    POSTAGE TO PRICE, SO ITS TIER COUNTS ARE NOT KEPT.
       1300-LOAD-TIER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PSTTIER-FILE.
           IF NOT PT-OK GO TO 1300-EXIT.
           PERFORM 1310-ADD-TIER THRU 1310-EXIT
               UNTIL INPUT-DONE.
           CLOSE PSTTIER-FILE.
       1300-EXIT.
           EXIT.
       1310-ADD-TIER.
           READ PSTTIER-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9875-CK-PSTTIER THRU 9875-EXIT.
           IF INPUT-DONE GO TO 1310-EXIT.
           IF PT-DOC-DATE (1:6) NOT = WS-MO-PLAIN GO TO 1310-EXIT.
           IF PT-PRESORT-CNT NOT NUMERIC OR PT-RESID-CNT NOT NUMERIC
               GO TO 1310-EXIT.
           PERFORM 1410-SCAN-HC THRU 1410-EXIT
               VARYING WS-HC-SUB FROM 1 BY 1
               UNTIL WS-HC-SUB > WS-HC-USED
               OR HC-HAND (WS-HC-SUB) = PT-HANDLING.
           IF WS-HC-SUB > WS-HC-USED GO TO 1310-EXIT.
           ADD PT-PRESORT-CNT TO HC-PRESORT-CNT (WS-HC-SUB).
           ADD PT-RESID-CNT TO HC-RESID-CNT (WS-HC-SUB).
       1310-EXIT.
           EXIT.
      *    THE ROW FOR WS-LOOK-HAND, ADDED WHEN NEW; ZERO WHEN FULL.
       1400-FIND-HC.
           PERFORM 1410-SCAN-HC THRU 1410-EXIT
               VARYING WS-HC-SUB FROM 1 BY 1
               UNTIL WS-HC-SUB > WS-HC-USED
               OR HC-HAND (WS-HC-SUB) = WS-LOOK-HAND.
           IF WS-HC-SUB NOT > WS-HC-USED GO TO 1400-EXIT.
           IF WS-HC-USED NOT < WS-HC-MAX
               MOVE 0 TO WS-HC-SUB
               GO TO 1400-EXIT.
           ADD 1 TO WS-HC-USED.
           MOVE WS-HC-USED TO WS-HC-SUB.
           MOVE WS-LOOK-HAND TO HC-HAND (WS-HC-SUB).
           MOVE SPACES TO HC-DEPT (WS-HC-SUB), HC-GLACCT (WS-HC-SUB),
               HC-ROW (WS-HC-SUB).
           MOVE 0 TO HC-PAGE-COST (WS-HC-SUB),
               HC-INSERT-COST (WS-HC-SUB), HC-POST-PRESORT (WS-HC-SUB),
               HC-POST-FULL (WS-HC-SUB), HC-PRESORT-CNT (WS-HC-SUB),
               HC-RESID-CNT (WS-HC-SUB), HC-SHARE (WS-HC-SUB),
               HC-POST-RATE (WS-HC-SUB), HC-PAGES (WS-HC-SUB),
               HC-DOCS (WS-HC-SUB), HC-ENVS (WS-HC-SUB),
               HC-PRINT (WS-HC-SUB), HC-POST (WS-HC-SUB),
               HC-INSERT (WS-HC-SUB), HC-COST (WS-HC-SUB).
       1400-EXIT.
           EXIT.
       1410-SCAN-HC.
           CONTINUE.
       1410-EXIT.
           EXIT.
      *    THE ROW FOR WS-LOOK-HAND AND WS-LOOK-FORM.
       1500-FIND-HF.
           PERFORM 1510-SCAN-HF THRU 1510-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HF-USED
               OR HF-HAND (WS-SUB) = WS-LOOK-HAND
               AND HF-FORM (WS-SUB) = WS-LOOK-FORM.
           IF WS-SUB NOT > WS-HF-USED GO TO 1500-EXIT.
           IF WS-HF-USED NOT < WS-HF-MAX
               MOVE 0 TO WS-SUB
               GO TO 1500-EXIT.
           ADD 1 TO WS-HF-USED.
           MOVE WS-HF-USED TO WS-SUB.
           MOVE WS-LOOK-HAND TO HF-HAND (WS-SUB).
           MOVE WS-LOOK-FORM TO HF-FORM (WS-SUB).
           MOVE 0 TO HF-PAGES (WS-SUB), HF-DOCS (WS-SUB),
               HF-ENVS (WS-SUB), HF-PRINT (WS-SUB), HF-POST (WS-SUB),
               HF-INSERT (WS-SUB), HF-COST (WS-SUB).
       1500-EXIT.
           EXIT.
       1510-SCAN-HF.
           CONTINUE.
       1510-EXIT.
           EXIT.
      *    THE ROW FOR WS-LOOK-FORM ON THE BY-FORM TOTALS.
       1600-FIND-FM.
           PERFORM 1610-SCAN-FM THRU 1610-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FM-USED
               OR FM-FORM (WS-SUB) = WS-LOOK-FORM.
           IF WS-SUB NOT > WS-FM-USED GO TO 1600-EXIT.
           IF WS-FM-USED NOT < WS-FM-MAX
               MOVE 0 TO WS-SUB
               GO TO 1600-EXIT.
           ADD 1 TO WS-FM-USED.
           MOVE WS-FM-USED TO WS-SUB.
           MOVE WS-LOOK-FORM TO FM-FORM (WS-SUB).
           MOVE 0 TO FM-PAGES (WS-SUB), FM-DOCS (WS-SUB),
               FM-ENVS (WS-SUB), FM-COST (WS-SUB).
       1600-EXIT.
           EXIT.
       1610-SCAN-FM.
           CONTINUE.
       1610-EXIT.
           EXIT.
      *    THE ROW FOR WS-LOOK-DEPT AND ITS EXPENSE ACCOUNT.
       1700-FIND-DP.
           PERFORM 1710-SCAN-DP THRU 1710-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DP-USED
               OR DP-DEPT (WS-SUB) = WS-LOOK-DEPT
               AND DP-GLACCT (WS-SUB) = WS-LOOK-GLACCT.
           IF WS-SUB NOT > WS-DP-USED GO TO 1700-EXIT.
           IF WS-DP-USED NOT < WS-DP-MAX
               MOVE 0 TO WS-SUB
               GO TO 1700-EXIT.
           ADD 1 TO WS-DP-USED.
           MOVE WS-DP-USED TO WS-SUB.
           MOVE WS-LOOK-DEPT TO DP-DEPT (WS-SUB).
           MOVE WS-LOOK-GLACCT TO DP-GLACCT (WS-SUB).
           MOVE 0 TO DP-COST (WS-SUB).
       1700-EXIT.
           EXIT.
       1710-SCAN-DP.
           CONTINUE.
       1710-EXIT.
           EXIT.
      *****************************************************************
      * A HANDLING CODE'S RATES: ITS OWN PRTCOST ROW, ELSE THE '**'
      * ROW, ELSE NONE (PRICED AT ZERO AND NOTED).  THE POSTAGE RATE
      * PER ENVELOPE BLENDS THE PRESORT AND FULL RATES ON THE MONTH'S
      * SHARE OF PRESORTED ENVELOPES; WITH NO TIER HISTORY IT IS ALL
      * FULL.
      *****************************************************************
       2000-PRICE-HAND.
           MOVE HC-HAND (WS-HC-SUB) TO PC-HANDLING.
           READ PRTCOST-FILE
               INVALID KEY MOVE '23' TO WS-PC-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PC-FOUND
               MOVE '**' TO PC-HANDLING
               READ PRTCOST-FILE
                   INVALID KEY MOVE '23' TO WS-PC-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PC-FOUND
               ADD 1 TO WS-NOROW-CNT
               MOVE 'NONE' TO HC-DEPT (WS-HC-SUB)
               GO TO 2000-EXIT.
           MOVE PC-HANDLING TO HC-ROW (WS-HC-SUB).
           MOVE PC-DEPT TO HC-DEPT (WS-HC-SUB).
           MOVE PC-GLACCT TO HC-GLACCT (WS-HC-SUB).
           MOVE PC-PAGE-COST TO HC-PAGE-COST (WS-HC-SUB).
           MOVE PC-INSERT-COST TO HC-INSERT-COST (WS-HC-SUB).
           MOVE PC-POST-PRESORT TO HC-POST-PRESORT (WS-HC-SUB).
           MOVE PC-POST-FULL TO HC-POST-FULL (WS-HC-SUB).
           COMPUTE WS-TIER-TOT = HC-PRESORT-CNT (WS-HC-SUB)
               + HC-RESID-CNT (WS-HC-SUB).
           IF WS-TIER-TOT > 0
               COMPUTE HC-SHARE (WS-HC-SUB) ROUNDED =
                   HC-PRESORT-CNT (WS-HC-SUB) / WS-TIER-TOT.
           COMPUTE HC-POST-RATE (WS-HC-SUB) ROUNDED =
               HC-SHARE (WS-HC-SUB) * HC-POST-PRESORT (WS-HC-SUB)
               + (1 - HC-SHARE (WS-HC-SUB)) * HC-POST-FULL (WS-HC-SUB).
       2000-EXIT.
           EXIT.
      *****************************************************************
      * ONE HANDLING CODE AND FORM PRICED AT ITS HANDLING CODE'S RATES
      * AND ADDED INTO THE HANDLING CODE, FORM AND DEPARTMENT TOTALS.
      * THE LOOKUPS SHARE WS-SUB, SO THE ROW IS HELD IN WS-HF-HOLD.
      *****************************************************************
       2500-PRICE-FORM.
           MOVE HF-HAND (WS-SUB) TO WS-LOOK-HAND.
           MOVE HF-FORM (WS-SUB) TO WS-LOOK-FORM.
           PERFORM 1410-SCAN-HC THRU 1410-EXIT
               VARYING WS-HC-SUB FROM 1 BY 1
               UNTIL WS-HC-SUB > WS-HC-USED
               OR HC-HAND (WS-HC-SUB) = WS-LOOK-HAND.
           COMPUTE HF-PRINT (WS-SUB) ROUNDED =
               HF-PAGES (WS-SUB) * HC-PAGE-COST (WS-HC-SUB).
           COMPUTE HF-INSERT (WS-SUB) ROUNDED =
               HF-ENVS (WS-SUB) * HC-INSERT-COST (WS-HC-SUB).
           COMPUTE HF-POST (WS-SUB) ROUNDED =
               HF-ENVS (WS-SUB) * HC-POST-RATE (WS-HC-SUB).
           COMPUTE HF-COST (WS-SUB) = HF-PRINT (WS-SUB)
               + HF-INSERT (WS-SUB) + HF-POST (WS-SUB).
           ADD HF-PRINT (WS-SUB) TO HC-PRINT (WS-HC-SUB), WS-PRINT-TOT.
           ADD HF-POST (WS-SUB) TO HC-POST (WS-HC-SUB), WS-POST-TOT.
           ADD HF-INSERT (WS-SUB) TO HC-INSERT (WS-HC-SUB),
               WS-INSERT-TOT.
           ADD HF-COST (WS-SUB) TO HC-COST (WS-HC-SUB), WS-COST-TOT.
           MOVE WS-SUB TO WS-HF-HOLD.
           PERFORM 1600-FIND-FM THRU 1600-EXIT.
           IF WS-SUB > 0
               ADD HF-PAGES (WS-HF-HOLD) TO FM-PAGES (WS-SUB)
               ADD HF-DOCS (WS-HF-HOLD) TO FM-DOCS (WS-SUB)
               ADD HF-ENVS (WS-HF-HOLD) TO FM-ENVS (WS-SUB)
               ADD HF-COST (WS-HF-HOLD) TO FM-COST (WS-SUB).
           MOVE HC-DEPT (WS-HC-SUB) TO WS-LOOK-DEPT.
           MOVE HC-GLACCT (WS-HC-SUB) TO WS-LOOK-GLACCT.
           PERFORM 1700-FIND-DP THRU 1700-EXIT.
           IF WS-SUB > 0
               ADD HF-COST (WS-HF-HOLD) TO DP-COST (WS-SUB).
           MOVE WS-HF-HOLD TO WS-SUB.
       2500-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
           EXIT.
       3000-REPORT.
           WRITE PCA-RPT-REC FROM HC-HEAD-LINE.
           PERFORM 3100-HC-LINE THRU 3100-EXIT
               VARYING WS-HC-SUB FROM 1 BY 1
               UNTIL WS-HC-SUB > WS-HC-USED.
           MOVE SPACES TO PCA-RPT-REC.
           WRITE PCA-RPT-REC.
           WRITE PCA-RPT-REC FROM FM-HEAD-LINE.
           PERFORM 3200-FM-LINE THRU 3200-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-FM-USED.
           MOVE SPACES TO PCA-RPT-REC.
           WRITE PCA-RPT-REC.
           WRITE PCA-RPT-REC FROM DP-HEAD-LINE.
           PERFORM 3300-DP-LINE THRU 3300-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DP-USED.
           MOVE SPACES TO PCA-RPT-REC.
           WRITE PCA-RPT-REC.
           PERFORM 3400-PROOF THRU 3400-EXIT.
           PERFORM 3500-INVOICE THRU 3500-EXIT.
       3000-EXIT.
           EXIT.
       3100-HC-LINE.
           MOVE SPACES TO HL-NOTE.
           MOVE HC-HAND (WS-HC-SUB) TO HL-HAND.
           MOVE HC-DEPT (WS-HC-SUB) TO HL-DEPT.
           MOVE HC-PAGES (WS-HC-SUB) TO HL-PAGES.
           MOVE HC-DOCS (WS-HC-SUB) TO HL-DOCS.
           MOVE HC-ENVS (WS-HC-SUB) TO HL-ENVS.
           COMPUTE HL-PCT ROUNDED = HC-SHARE (WS-HC-SUB) * 100.
           MOVE HC-PRINT (WS-HC-SUB) TO HL-PRINT.
           MOVE HC-POST (WS-HC-SUB) TO HL-POST.
           MOVE HC-INSERT (WS-HC-SUB) TO HL-INSERT.
           MOVE HC-COST (WS-HC-SUB) TO HL-COST.
           IF HC-ROW (WS-HC-SUB) = '**'
               MOVE 'DEFAULT ROW' TO HL-NOTE.
           IF HC-ROW (WS-HC-SUB) = SPACES
               MOVE 'NO COST ROW' TO HL-NOTE.
           WRITE PCA-RPT-REC FROM HC-LINE.
       3100-EXIT.
           EXIT.
       3200-FM-LINE.
           MOVE FM-FORM (WS-SUB) TO FL-FORM.
           MOVE FM-PAGES (WS-SUB) TO FL-PAGES.
           MOVE FM-DOCS (WS-SUB) TO FL-DOCS.
           MOVE FM-ENVS (WS-SUB) TO FL-ENVS.
           MOVE FM-COST (WS-SUB) TO FL-COST.
           WRITE PCA-RPT-REC FROM FM-LINE.
       3200-EXIT.
           EXIT.
       3300-DP-LINE.
           MOVE DP-DEPT (WS-SUB) TO DL-DEPT.
           MOVE DP-GLACCT (WS-SUB) TO DL-GLACCT.
           MOVE DP-COST (WS-SUB) TO DL-COST.
           WRITE PCA-RPT-REC FROM DP-LINE.
       3300-EXIT.
           EXIT.
      *    THE MONTH'S EXTRACT LINES MUST ADD UP TO THE MONTH'S RUN
      *    SUMMARIES, TRAY-BREAK MARKERS INCLUDED, OR A DAY IS MISSING.
       3400-PROOF.
           WRITE PCA-RPT-REC FROM PROOF-HEAD-LINE.
           MOVE SPACES TO PF-NOTE.
           MOVE 'MXBPB510 CSV EXTRACTS:' TO PF-LABEL.
           MOVE WS-XP-TOT TO PF-PAGES.
           MOVE WS-XD-TOT TO PF-DOCS.
           MOVE WS-XE-TOT TO PF-ENVS.
           WRITE PCA-RPT-REC FROM PROOF-LINE.
           MOVE 'MXBPB510 SUMMARY HISTORY:' TO PF-LABEL.
           MOVE WS-SP-TOT TO PF-PAGES.
           MOVE WS-SD-TOT TO PF-DOCS.
           MOVE WS-SE-TOT TO PF-ENVS.
           IF WS-XS-CNT = 0
               MOVE 'NO SUMMARY HISTORY FOR THE MONTH' TO PF-NOTE
           ELSE
               IF WS-XP-TOT = WS-SP-TOT AND WS-XD-TOT = WS-SD-TOT
                   AND WS-XE-TOT = WS-SE-TOT
                   MOVE 'AGREES' TO PF-NOTE
               ELSE
                   MOVE 'DOES NOT AGREE - EXTRACT MISSING?'
                       TO PF-NOTE.
           WRITE PCA-RPT-REC FROM PROOF-LINE.
           MOVE SPACES TO PCA-RPT-REC.
           WRITE PCA-RPT-REC.
       3400-EXIT.
           EXIT.
      *    THE ALLOCATION AGAINST THE VENDOR'S INVOICE.
       3500-INVOICE.
           MOVE SPACES TO TOTAL-LINE.
           MOVE 'PRINT ALLOCATED:' TO TOT-LABEL.
           MOVE WS-PRINT-TOT TO TOT-AMT.
           WRITE PCA-RPT-REC FROM TOTAL-LINE.
           MOVE 'POSTAGE ALLOCATED:' TO TOT-LABEL.
           MOVE WS-POST-TOT TO TOT-AMT.
           WRITE PCA-RPT-REC FROM TOTAL-LINE.
           MOVE 'INSERTS ALLOCATED:' TO TOT-LABEL.
           MOVE WS-INSERT-TOT TO TOT-AMT.
           WRITE PCA-RPT-REC FROM TOTAL-LINE.
           MOVE 'TOTAL ALLOCATED:' TO TOT-LABEL.
           MOVE WS-COST-TOT TO TOT-AMT.
           WRITE PCA-RPT-REC FROM TOTAL-LINE.
           MOVE 'VENDOR INVOICE:' TO TOT-LABEL.
           MOVE WS-INVOICE-N TO TOT-AMT.
           IF WS-INVOICE-N = 0
               MOVE 'NOT KEYED ON THE PARAMETER CARD' TO TOT-NOTE.
           WRITE PCA-RPT-REC FROM TOTAL-LINE.
           IF WS-INVOICE-N = 0 GO TO 3500-EXIT.
           MOVE SPACES TO TOT-NOTE.
           COMPUTE WS-DIFF-N = WS-INVOICE-N - WS-COST-TOT.
           COMPUTE WS-TOLER-N ROUNDED = WS-INVOICE-N / 100.
           MOVE 'INVOICE LESS ALLOCATED:' TO TOT-LABEL.
           MOVE WS-DIFF-N TO TOT-AMT.
           IF WS-DIFF-N > WS-TOLER-N OR WS-DIFF-N < 0 - WS-TOLER-N
               MOVE 'OVER 1 PERCENT - REVIEW THE PRTCOST TABLE'
                   TO TOT-NOTE.
           WRITE PCA-RPT-REC FROM TOTAL-LINE.
       3500-EXIT.
           EXIT.
      *****************************************************************
      * THE CHARGEBACK: A DEBIT PER DEPARTMENT EXPENSE ACCOUNT, AND
      * THEIR SUM CREDITED TO PRINT AND POSTAGE CLEARING.  A HANDLING
      * CODE WITH NO COST ROW COST NOTHING AND CHARGES NOTHING.
      *****************************************************************
       4000-CHARGEBACK.
           PERFORM 4100-DEPT-JV THRU 4100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DP-USED.
           IF WS-COST-TOT = 0 GO TO 4000-EXIT.
           MOVE SPACES TO JV-REC.
           MOVE WS-REG-DATE TO JV-DATE.
           MOVE GL-CLEAR-ACCT TO JV-GLACCT.
           MOVE 'PRINT/POSTAGE CLEAR' TO JV-DESC.
           MOVE WS-COST-TOT TO WS-JV-ED.
           MOVE WS-JV-ED TO JV-CR.
           WRITE JV-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-JV-CNT.
       4000-EXIT.
           EXIT.
       4100-DEPT-JV.
           IF DP-COST (WS-SUB) = 0 GO TO 4100-EXIT.
           MOVE SPACES TO JV-REC.
           MOVE WS-REG-DATE TO JV-DATE.
           MOVE DP-GLACCT (WS-SUB) TO JV-GLACCT.
           MOVE 'PRINT/POSTAGE' TO JV-DESC.
           MOVE DP-DEPT (WS-SUB) TO JV-DESC (15:4).
           MOVE DP-COST (WS-SUB) TO WS-JV-ED.
           MOVE WS-JV-ED TO JV-DR.
           WRITE JV-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-JV-CNT.
       4100-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'EXTRACT LINES FOR MONTH:    ' TO SUM-LABEL.
           MOVE WS-CX-CNT TO SUM-CNT.
           WRITE PCA-RPT-REC FROM SUMMARY-LINE.
           MOVE 'MXBPB510 RUNS FOR MONTH:    ' TO SUM-LABEL.
           MOVE WS-XS-CNT TO SUM-CNT.
           WRITE PCA-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HANDLING CODES, NO COST ROW:' TO SUM-LABEL.
           MOVE WS-NOROW-CNT TO SUM-CNT.
           WRITE PCA-RPT-REC FROM SUMMARY-LINE.
           MOVE 'LINES OVER TABLE CAPACITY:  ' TO SUM-LABEL.
           MOVE WS-LOST-CNT TO SUM-CNT.
           WRITE PCA-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CHARGEBACK LINES WRITTEN:   ' TO SUM-LABEL.
           MOVE WS-JV-CNT TO SUM-CNT.
           WRITE PCA-RPT-REC FROM SUMMARY-LINE.
           CLOSE PRTCOST-FILE, CHGBK-FILE, PCA-REPORT-FILE.
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
           MOVE WS-CX-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXCTLX' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CTLX-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PRTCOST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PC-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-JV-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'GLCHGBK' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE JV-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'PCARPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PCA-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT129' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
      *****************************************************************
      * XRXSUMH AND PSTTIER MAY NOT BE THERE, SO THEIR OPENS ARE
      * TESTED WHERE THEY ARE OPENED AND THEY ARE LEFT OUT OF
      * 9850-CK-FILES.  ONCE ONE IS OPEN, A HARD STATUS ON A READ
      * ENDS THE RUN THE SAME WAY.
      *****************************************************************
       9870-CK-XRXSUMH.
           MOVE WS-XS-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9870-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'XRXSUMH' TO ABL-FILE-NAME.
           MOVE 'S' TO ABL-FILE-ORG.
           MOVE XSUM-REC TO ABL-KEY.
           GO TO 9860-ABEND.
       9870-EXIT.
           EXIT.
       9875-CK-PSTTIER.
           MOVE WS-PT-STATUS TO ABL-STATUS.
           IF NOT ABL-HARD-ERROR GO TO 9875-EXIT.
           MOVE 'READ' TO ABL-FUNCTION.
           MOVE 'PSTTIER' TO ABL-FILE-NAME.
           MOVE 'S' TO ABL-FILE-ORG.
           MOVE PSTTIER-REC TO ABL-KEY.
           GO TO 9860-ABEND.
       9875-EXIT.
           EXIT.
