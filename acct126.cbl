       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT126.
       REMARKS. THIS MONTH-END BATCH STEP IS THE COMPLAINT SUMMARY FOR
                COMPLIANCE.  EVERY CASE ON THE COMPLNT FILE KEPT
                THROUGH THE AC45 TRANSACTION IS COUNTED FOR THE MONTH
                ON THE PARAMETER CARD (YYMM, DEFAULTING TO THE BUSINESS
                MONTH) UNDER ITS CATEGORY AND THE CHANNEL IT ARRIVED
                BY: RECEIVED IN THE MONTH, REFERRED TO A REGULATOR IN
                THE MONTH, CLOSED IN THE MONTH, CLOSED AFTER ITS
                RESPONSE-DUE DATE, CLOSED AS UPHELD OR PARTLY UPHELD,
                AND STILL OPEN AT THE END OF THE MONTH.  EVERY
                CATEGORY ON THE CDTABLE TYPE 'Q' FAMILY IS PRINTED,
                EVEN WITH NOTHING AGAINST IT, WITH A LINE FOR EACH
                CHANNEL THAT HAD ANY CASES AND AN 'ALL' LINE, AND THE
                REPORT ENDS WITH THE SAME FIGURES FOR ALL CATEGORIES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CMMPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CDTABLE-FILE ASSIGN TO CDTABLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CD-STATUS.
           SELECT COMPLNT-FILE ASSIGN TO COMPLNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-COMPLNT-STATUS.
           SELECT CMM-REPORT-FILE ASSIGN TO CMMRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-YYMM               PIC 9(4).
           05  FILLER                  PIC X(76).
       FD  CDTABLE-FILE
           RECORDING MODE F.
       01  CDTABLE-REC.
           COPY CDTABLE.
       FD  COMPLNT-FILE
           RECORDING MODE F.
       01  COMPLNT-REC.
           COPY COMPLNT.
       FD  CMM-REPORT-FILE
           RECORDING MODE F.
       01  CMM-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-CD-STATUS            PIC XX VALUE SPACES.
               88  CD-OK                   VALUE '00'.
           02  WS-COMPLNT-STATUS       PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-CAT-SUB              PIC S9(4) COMP VALUE +0.
           02  WS-CH-SUB               PIC S9(4) COMP VALUE +0.
           02  WS-CH-SAVE              PIC S9(4) COMP VALUE +0.
           02  WS-CAT-USED             PIC S9(4) COMP VALUE +0.
           02  WS-CAT-MAX              PIC S9(4) COMP VALUE +40.
           02  WS-TOT-SUB              PIC S9(4) COMP VALUE +41.
           02  WS-CASE-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-INMO-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOCAT-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-BADDATE-CNT          PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-CUR-YYMM                 PIC 9(4) VALUE 0.
       01  WS-CUR-R REDEFINES WS-CUR-YYMM.
           02  WS-CUR-YY               PIC 9(2).
           02  WS-CUR-MM               PIC 9(2).
       01  WS-CUR-CCYYMM               PIC 9(6) VALUE 0.
      *    THE MONTH RUNS FROM DAY 01 THROUGH 'DAY 31', WHICH IS AT OR
      *    PAST THE LAST DAY OF ANY MONTH IN CCYYMMDD ORDER.
       01  WS-MO-FIRST                 PIC 9(8) VALUE 0.
       01  WS-MO-LAST                  PIC 9(8) VALUE 0.
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
      *    WHAT ONE CASE ADDS TO ITS CELLS THIS MONTH.
       01  WS-INC.
           02  WS-INC-RCVD             PIC S9(3) COMP-3 VALUE 0.
           02  WS-INC-REFER            PIC S9(3) COMP-3 VALUE 0.
           02  WS-INC-CLOSED           PIC S9(3) COMP-3 VALUE 0.
           02  WS-INC-LATE             PIC S9(3) COMP-3 VALUE 0.
           02  WS-INC-UPHELD           PIC S9(3) COMP-3 VALUE 0.
           02  WS-INC-OPEN             PIC S9(3) COMP-3 VALUE 0.
       01  CHANNEL-NAMES.
           02  FILLER                  PIC X(36) VALUE
               'PHONE    LETTER   REGULATORALL      '.
       01  CHANNEL-NAME-R REDEFINES CHANNEL-NAMES.
           02  CH-NAME                 PIC X(9) OCCURS 4 TIMES.
      *****************************************************************
      * ONE ENTRY PER CATEGORY - THE CDTABLE TYPE 'Q' ROWS IN KEY
      * ORDER, THEN ANY CATEGORY FOUND ON A CASE BUT NO LONGER ON THE
      * TABLE AS IT IS MET; ONE THAT WILL NOT FIT GOES TO THE LAST
      * ENTRY AS '*'.  ENTRY 41 HOLDS ALL CATEGORIES.  EACH ENTRY HAS
      * A CELL PER CHANNEL (PHONE, LETTER, REGULATOR) AND ONE FOR ALL
      * CHANNELS.
      *****************************************************************
       01  CAT-TABLE.
           02  CT-ENTRY OCCURS 41 TIMES.
               04  CT-CAT              PIC X.
               04  CT-DESC             PIC X(20).
               04  CT-CELL OCCURS 4 TIMES.
                   06  CT-RCVD         PIC S9(7) COMP-3.
                   06  CT-REFER        PIC S9(7) COMP-3.
                   06  CT-CLOSED       PIC S9(7) COMP-3.
                   06  CT-LATE         PIC S9(7) COMP-3.
                   06  CT-UPHELD       PIC S9(7) COMP-3.
                   06  CT-OPEN         PIC S9(7) COMP-3.
       01  HEADER-LINE.
           02  FILLER                  PIC X(48) VALUE
               'ACCT126 CUSTOMER COMPLAINTS BY CATEGORY, YYMM  '.
           02  HDR-YYMM                PIC 9(4).
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  COL-HEAD-LINE.
           02  FILLER                  PIC X(50) VALUE
               'CAT DESCRIPTION          CHANNEL      RCVD   REFER'.
           02  FILLER                  PIC X(50) VALUE
               '  CLOSED    LATE  UPHELD    OPEN'.
       01  CAT-LINE.
           02  CLN-CAT                 PIC X.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  CLN-DESC                PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  CLN-CHAN                PIC X(9).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-RCVD                PIC ZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-REFER               PIC ZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-CLOSED              PIC ZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-LATE                PIC ZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-UPHELD              PIC ZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  CLN-OPEN                PIC ZZZZZ9.
           02  FILLER                  PIC X(18) VALUE SPACES.
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
           PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
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
           COMPUTE WS-MO-FIRST = WS-CUR-CCYYMM * 100 + 1.
           COMPUTE WS-MO-LAST = WS-CUR-CCYYMM * 100 + 31.
           PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
           OPEN INPUT COMPLNT-FILE.
           OPEN OUTPUT CMM-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-CUR-YYMM TO HDR-YYMM.
           WRITE CMM-RPT-REC FROM HEADER-LINE.
           WRITE CMM-RPT-REC FROM COL-HEAD-LINE.
           PERFORM 2100-READ-COMPLNT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE TYPE 'Q' ROWS ARE READ IN KEY ORDER FROM THE FIRST ONE.
      * THE TOTAL ENTRY AND EVERY CELL START AT ZERO.
      *****************************************************************
       1100-LOAD-CATEGORIES.
           PERFORM 1120-CLEAR-ENTRY THRU 1120-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-TOT-SUB.
           MOVE '*' TO CT-CAT (WS-TOT-SUB).
           MOVE 'ALL CATEGORIES' TO CT-DESC (WS-TOT-SUB).
           OPEN INPUT CDTABLE-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'Q' TO CD-TYPE.
           MOVE LOW-VALUES TO CD-VALUE.
           START CDTABLE-FILE KEY NOT < CD-KEY
               INVALID KEY GO TO 1100-CLOSE.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF NOT CD-OK GO TO 1100-CLOSE.
           PERFORM 1110-READ-CATEGORY THRU 1110-EXIT
               UNTIL NOT CD-OK.
       1100-CLOSE.
           CLOSE CDTABLE-FILE.
       1100-EXIT.
           EXIT.
       1110-READ-CATEGORY.
           READ CDTABLE-FILE NEXT RECORD
               AT END MOVE '10' TO WS-CD-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT CD-OK GO TO 1110-EXIT.
           IF CD-TYPE NOT = 'Q'
               MOVE '10' TO WS-CD-STATUS
               GO TO 1110-EXIT.
           IF WS-CAT-USED NOT < WS-CAT-MAX GO TO 1110-EXIT.
           ADD 1 TO WS-CAT-USED.
           MOVE CD-VALUE TO CT-CAT (WS-CAT-USED).
           MOVE CD-DESC TO CT-DESC (WS-CAT-USED).
       1110-EXIT.
           EXIT.
       1120-CLEAR-ENTRY.
           MOVE SPACES TO CT-CAT (WS-SUB), CT-DESC (WS-SUB).
           PERFORM 1130-CLEAR-CELL THRU 1130-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1 UNTIL WS-CH-SUB > 4.
       1120-EXIT.
           EXIT.
       1130-CLEAR-CELL.
           MOVE 0 TO CT-RCVD (WS-SUB, WS-CH-SUB),
               CT-REFER (WS-SUB, WS-CH-SUB),
               CT-CLOSED (WS-SUB, WS-CH-SUB),
               CT-LATE (WS-SUB, WS-CH-SUB),
               CT-UPHELD (WS-SUB, WS-CH-SUB),
               CT-OPEN (WS-SUB, WS-CH-SUB).
       1130-EXIT.
           EXIT.
      *****************************************************************
      * A CASE RECEIVED AFTER THE MONTH, OR CLOSED BEFORE IT AND NOT
      * REFERRED IN IT, HAS NOTHING TO ADD.
      *****************************************************************
       2000-PROCESS-CASE.
           ADD 1 TO WS-CASE-CNT.
           IF CP-RCVD-DATE NOT NUMERIC OR CP-DUE-DATE NOT NUMERIC
               OR CP-CLOSE-DATE NOT NUMERIC OR CP-REG-DATE NOT NUMERIC
               ADD 1 TO WS-BADDATE-CNT
               GO TO 2000-READ-NEXT.
           IF CP-RCVD-DATE > WS-MO-LAST GO TO 2000-READ-NEXT.
           MOVE 0 TO WS-INC-RCVD, WS-INC-REFER, WS-INC-CLOSED,
               WS-INC-LATE, WS-INC-UPHELD, WS-INC-OPEN.
           IF CP-RCVD-DATE NOT < WS-MO-FIRST
               MOVE 1 TO WS-INC-RCVD.
           IF CP-REGULATOR AND CP-REG-DATE NOT < WS-MO-FIRST
               AND CP-REG-DATE NOT > WS-MO-LAST
               MOVE 1 TO WS-INC-REFER.
           IF CP-CLOSED AND CP-CLOSE-DATE NOT < WS-MO-FIRST
               AND CP-CLOSE-DATE NOT > WS-MO-LAST
               MOVE 1 TO WS-INC-CLOSED
               IF CP-CLOSE-DATE > CP-DUE-DATE
                   MOVE 1 TO WS-INC-LATE
               END-IF
               IF CP-UPHELD OR CP-PART-UPHELD
                   MOVE 1 TO WS-INC-UPHELD.
           IF CP-IS-OPEN
               MOVE 1 TO WS-INC-OPEN.
           IF CP-CLOSED AND CP-CLOSE-DATE > WS-MO-LAST
               MOVE 1 TO WS-INC-OPEN.
           IF WS-INC-RCVD = 0 AND WS-INC-REFER = 0 AND
               WS-INC-CLOSED = 0 AND WS-INC-OPEN = 0
               GO TO 2000-READ-NEXT.
           ADD 1 TO WS-INMO-CNT.
           PERFORM 2200-FIND-CATEGORY THRU 2200-EXIT.
           MOVE 0 TO WS-CH-SUB.
           IF CP-BY-PHONE MOVE 1 TO WS-CH-SUB.
           IF CP-BY-LETTER MOVE 2 TO WS-CH-SUB.
           IF CP-BY-REGULATOR MOVE 3 TO WS-CH-SUB.
           MOVE WS-CAT-SUB TO WS-SUB.
           PERFORM 2300-ADD-ENTRY THRU 2300-EXIT.
           MOVE WS-TOT-SUB TO WS-SUB.
           PERFORM 2300-ADD-ENTRY THRU 2300-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-COMPLNT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-COMPLNT.
           READ COMPLNT-FILE NEXT RECORD
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
       2200-FIND-CATEGORY.
           PERFORM 2210-CK-CATEGORY THRU 2210-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-USED
                  OR CT-CAT (WS-CAT-SUB) = CP-CATEGORY.
           IF WS-CAT-SUB NOT > WS-CAT-USED GO TO 2200-EXIT.
           ADD 1 TO WS-NOCAT-CNT.
           IF WS-CAT-USED < WS-CAT-MAX
               ADD 1 TO WS-CAT-USED
               MOVE WS-CAT-USED TO WS-CAT-SUB
               MOVE CP-CATEGORY TO CT-CAT (WS-CAT-SUB)
               MOVE '*NOT ON CDTABLE*' TO CT-DESC (WS-CAT-SUB)
           ELSE
               MOVE WS-CAT-MAX TO WS-CAT-SUB
               MOVE '*' TO CT-CAT (WS-CAT-SUB)
               MOVE '*OTHER CATEGORIES*' TO CT-DESC (WS-CAT-SUB).
       2200-EXIT.
           EXIT.
       2210-CK-CATEGORY.
           CONTINUE.
       2210-EXIT.
           EXIT.
      *    THE CASE GOES TO ITS CHANNEL'S CELL (WHEN THE CHANNEL IS
      *    ONE OF THE THREE) AND TO THE ALL-CHANNELS CELL OF THE ENTRY.
       2300-ADD-ENTRY.
           IF WS-CH-SUB > 0
               PERFORM 2310-ADD-CELL THRU 2310-EXIT.
           MOVE WS-CH-SUB TO WS-CH-SAVE.
           MOVE 4 TO WS-CH-SUB.
           PERFORM 2310-ADD-CELL THRU 2310-EXIT.
           MOVE WS-CH-SAVE TO WS-CH-SUB.
       2300-EXIT.
           EXIT.
       2310-ADD-CELL.
           ADD WS-INC-RCVD TO CT-RCVD (WS-SUB, WS-CH-SUB).
           ADD WS-INC-REFER TO CT-REFER (WS-SUB, WS-CH-SUB).
           ADD WS-INC-CLOSED TO CT-CLOSED (WS-SUB, WS-CH-SUB).
           ADD WS-INC-LATE TO CT-LATE (WS-SUB, WS-CH-SUB).
           ADD WS-INC-UPHELD TO CT-UPHELD (WS-SUB, WS-CH-SUB).
           ADD WS-INC-OPEN TO CT-OPEN (WS-SUB, WS-CH-SUB).
       2310-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 9100-CATEGORY THRU 9100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-CAT-USED.
           MOVE WS-TOT-SUB TO WS-SUB.
           PERFORM 9100-CATEGORY THRU 9100-EXIT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'CASES READ:                 ' TO SUM-LABEL.
           MOVE WS-CASE-CNT TO SUM-CNT.
           WRITE CMM-RPT-REC FROM SUMMARY-LINE.
           MOVE 'COUNTED THIS MONTH:         ' TO SUM-LABEL.
           MOVE WS-INMO-CNT TO SUM-CNT.
           WRITE CMM-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CATEGORY NOT ON CDTABLE:    ' TO SUM-LABEL.
           MOVE WS-NOCAT-CNT TO SUM-CNT.
           WRITE CMM-RPT-REC FROM SUMMARY-LINE.
           MOVE 'DATES NOT READABLE:         ' TO SUM-LABEL.
           MOVE WS-BADDATE-CNT TO SUM-CNT.
           WRITE CMM-RPT-REC FROM SUMMARY-LINE.
           CLOSE COMPLNT-FILE, CMM-REPORT-FILE.
       9000-EXIT.
           EXIT.
      *****************************************************************
      * A CATEGORY PRINTS A LINE FOR EACH CHANNEL THAT HAD ANYTHING IN
      * THE MONTH AND ALWAYS ITS 'ALL' LINE; THE ALL-CATEGORIES ENTRY
      * PRINTS EVERY CHANNEL.
      *****************************************************************
       9100-CATEGORY.
           PERFORM 9110-CELL-LINE THRU 9110-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1 UNTIL WS-CH-SUB > 4.
       9100-EXIT.
           EXIT.
       9110-CELL-LINE.
           IF WS-CH-SUB < 4 AND WS-SUB NOT = WS-TOT-SUB
               AND CT-RCVD (WS-SUB, WS-CH-SUB) = 0
               AND CT-REFER (WS-SUB, WS-CH-SUB) = 0
               AND CT-CLOSED (WS-SUB, WS-CH-SUB) = 0
               AND CT-OPEN (WS-SUB, WS-CH-SUB) = 0
               GO TO 9110-EXIT.
           MOVE SPACES TO CAT-LINE.
           MOVE CT-CAT (WS-SUB) TO CLN-CAT.
           MOVE CT-DESC (WS-SUB) TO CLN-DESC.
           MOVE CH-NAME (WS-CH-SUB) TO CLN-CHAN.
           MOVE CT-RCVD (WS-SUB, WS-CH-SUB) TO CLN-RCVD.
           MOVE CT-REFER (WS-SUB, WS-CH-SUB) TO CLN-REFER.
           MOVE CT-CLOSED (WS-SUB, WS-CH-SUB) TO CLN-CLOSED.
           MOVE CT-LATE (WS-SUB, WS-CH-SUB) TO CLN-LATE.
           MOVE CT-UPHELD (WS-SUB, WS-CH-SUB) TO CLN-UPHELD.
           MOVE CT-OPEN (WS-SUB, WS-CH-SUB) TO CLN-OPEN.
           WRITE CMM-RPT-REC FROM CAT-LINE.
       9110-EXIT.
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
           MOVE WS-CD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CDTABLE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-COMPLNT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'COMPLNT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CP-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'CMMRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CMM-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT126' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
