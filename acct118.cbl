       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT118.
       REMARKS. THIS IS THE END-OF-DAY STEP THAT ROLLS THE SYSTEM
                BUSINESS DATE.  IT RUNS LAST IN THE NIGHTLY STREAM,
                AFTER THE ACCT34 CONTROLLER HAS PROVED THAT EVERY JOB
                RAN UNDER THE SAME BUSINESS DATE, AND MOVES THE
                BUSDATE CONTROL RECORD FORWARD ONE BUSINESS DAY: THE
                CURRENT DATE BECOMES THE PREVIOUS, THE NEXT BECOMES
                THE CURRENT, AND A NEW NEXT DATE IS WORKED OUT THROUGH
                THE CBLPGM02 CALENDAR SO WEEKENDS AND HOLIDAYS ARE
                SKIPPED.  THE ROLLPARM CARD MAY CARRY, IN COLUMNS 1-8,
                A CCYYMMDD BUSINESS DATE TO SET INSTEAD OF ROLLING -
                HOW THE RECORD IS FIRST LOADED OR PUT RIGHT AFTER A
                RECOVERY - AND, IN COLUMNS 10-15, A NEW HHMMSS CUTOFF
                TIME FOR ON-LINE POSTINGS (200000 WHEN NONE HAS EVER
                BEEN SET).  WITH NO RECORD ON FILE AND NO DATE ON THE
                CARD THE FIRST BUSINESS DAY ON OR AFTER TODAY IS USED.
                THE RECORD REMEMBERS THE CALENDAR DATE OF ITS LAST
                ROLL; A SECOND ROLL THE SAME DAY IS REFUSED WITH
                RETURN CODE 8 UNLESS COLUMN 17 OF THE CARD IS 'F', SO
                A RERUN OF THE STEP CANNOT SKIP A BUSINESS DAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO ROLLPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BD-STATUS.
           SELECT ROLL-REPORT-FILE ASSIGN TO ROLLRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-SET-DATE           PIC 9(8).
           05  FILLER                  PIC X.
           05  PARM-CUTOFF             PIC 9(6).
           05  FILLER                  PIC X.
           05  PARM-FORCE              PIC X.
               88  PARM-FORCED             VALUE 'F'.
           05  FILLER                  PIC X(63).
       FD  BUSDATE-FILE
           RECORDING MODE F.
       01  BUSDATE-REC.
           COPY BUSDATE.
       FD  ROLL-REPORT-FILE
           RECORDING MODE F.
       01  ROLL-RPT-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-BD-STATUS            PIC XX VALUE SPACES.
               88  BD-OK                   VALUE '00'.
               88  BD-NOTFND               VALUE '23'.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-NEW-SW               PIC X VALUE 'N'.
               88  BD-NEW-RECORD           VALUE 'Y'.
           02  WS-DEFAULT-CUTOFF       PIC 9(6) VALUE 200000.
           02  WS-OLD-DATE             PIC 9(8) VALUE 0.
           02  WS-NOW-HMS              PIC 9(8) VALUE 0.
           02  WS-NOW-TIME             PIC 9(6) VALUE 0.
           02  WS-YR-WINDOW            PIC 99 VALUE 50.
           02  WS-WINDOW-YY            PIC 99 VALUE 0.
           02  WS-WINDOW-CCYY          PIC 9(4) VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-FULL               PIC 9(8) VALUE 0.
       01  CALENDAR-LINK.
           02  CAL-FUNCTION-CD         PIC X.
           02  CAL-DATE-1              PIC 9(8).
           02  CAL-DATE-2              PIC 9(8).
           02  CAL-BUSDAY-SW           PIC X.
           02  CAL-RESULT-DATE         PIC 9(8).
           02  CAL-DAY-COUNT           PIC S9(5) COMP-3.
           02  CAL-STATUS              PIC X.
       01  HEADER-LINE.
           02  FILLER                  PIC X(44) VALUE
               'ACCT118 END-OF-DAY BUSINESS DATE ROLL, RUN '.
           02  HDR-DATE                PIC 9(8).
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  ROLL-LINE.
           02  RL-LABEL                PIC X(28).
           02  RL-DATE                 PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-NOTE                 PIC X(40).
           02  FILLER                  PIC X(22) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ROLL-DATE THRU 2000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE.
           ACCEPT WS-NOW-HMS FROM TIME.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-TODAY-FULL = WS-WINDOW-CCYY * 10000
               + WS-TODAY-MM * 100 + WS-TODAY-DD.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           OPEN OUTPUT ROLL-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-TODAY-FULL TO HDR-DATE.
           WRITE ROLL-RPT-REC FROM HEADER-LINE.
           OPEN I-O BUSDATE-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'BUSDATE' TO BD-KEY.
           READ BUSDATE-FILE
               INVALID KEY MOVE 'Y' TO WS-NEW-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF BD-NEW-RECORD
               MOVE SPACES TO BUSDATE-REC
               MOVE 'BUSDATE' TO BD-KEY
               MOVE 0 TO BD-CURR-DATE, BD-PREV-DATE, BD-NEXT-DATE
               MOVE 0 TO BD-CUTOFF-TIME, BD-ROLL-DATE, BD-ROLL-TIME.
           IF BD-CUTOFF-TIME NOT NUMERIC OR BD-CUTOFF-TIME = 0
               MOVE WS-DEFAULT-CUTOFF TO BD-CUTOFF-TIME.
           IF PARM-CUTOFF NUMERIC AND PARM-CUTOFF > 0
               AND PARM-CUTOFF < 240000
               MOVE PARM-CUTOFF TO BD-CUTOFF-TIME.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * A DATE ON THE CARD IS SET AS IS (IT MUST BE A BUSINESS DAY);
      * OTHERWISE THE RECORD ROLLS ONE BUSINESS DAY, OR IS STARTED AT
      * THE FIRST BUSINESS DAY ON OR AFTER TODAY WHEN IT IS NEW.
      *****************************************************************
       2000-ROLL-DATE.
           IF BD-CURR-DATE NUMERIC
               MOVE BD-CURR-DATE TO WS-OLD-DATE.
           MOVE SPACES TO ROLL-LINE.
           MOVE 'BUSINESS DATE WAS:          ' TO RL-LABEL.
           MOVE WS-OLD-DATE TO RL-DATE.
           IF BD-NEW-RECORD
               MOVE 'NO CONTROL RECORD ON FILE' TO RL-NOTE.
           WRITE ROLL-RPT-REC FROM ROLL-LINE.
           IF PARM-SET-DATE NUMERIC AND PARM-SET-DATE > 0
               GO TO 2000-SET-DATE.
           IF BD-NEW-RECORD OR WS-OLD-DATE = 0
               GO TO 2000-START-DATE.
           IF BD-ROLL-DATE = WS-TODAY-FULL AND NOT PARM-FORCED
               MOVE SPACES TO ROLL-LINE
               MOVE 'ROLL REFUSED:               ' TO RL-LABEL
               MOVE BD-ROLL-DATE TO RL-DATE
               MOVE 'ALREADY ROLLED TODAY - F TO FORCE' TO RL-NOTE
               WRITE ROLL-RPT-REC FROM ROLL-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT.
           MOVE BD-CURR-DATE TO BD-PREV-DATE.
           IF BD-NEXT-DATE NUMERIC AND BD-NEXT-DATE > BD-CURR-DATE
               MOVE BD-NEXT-DATE TO BD-CURR-DATE
           ELSE
               MOVE BD-CURR-DATE TO CAL-DATE-1
               PERFORM 2100-NEXT-AFTER THRU 2100-EXIT
               IF CAL-STATUS NOT = '0' GO TO 2000-BAD-DATE
               ELSE MOVE CAL-RESULT-DATE TO BD-CURR-DATE.
           GO TO 2000-SET-NEXT.
       2000-SET-DATE.
           MOVE '1' TO CAL-FUNCTION-CD.
           MOVE PARM-SET-DATE TO CAL-DATE-1.
           CALL 'CBLPGM02' USING CALENDAR-LINK.
           IF CAL-STATUS NOT = '0' OR CAL-BUSDAY-SW NOT = 'Y'
               MOVE SPACES TO ROLL-LINE
               MOVE 'DATE ON CARD REFUSED:       ' TO RL-LABEL
               MOVE PARM-SET-DATE TO RL-DATE
               MOVE 'NOT A VALID BUSINESS DAY' TO RL-NOTE
               WRITE ROLL-RPT-REC FROM ROLL-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT.
           IF WS-OLD-DATE > 0
               MOVE WS-OLD-DATE TO BD-PREV-DATE.
           MOVE PARM-SET-DATE TO BD-CURR-DATE.
           GO TO 2000-SET-NEXT.
       2000-START-DATE.
           MOVE '2' TO CAL-FUNCTION-CD.
           MOVE WS-TODAY-FULL TO CAL-DATE-1.
           CALL 'CBLPGM02' USING CALENDAR-LINK.
           IF CAL-STATUS NOT = '0' GO TO 2000-BAD-DATE.
           MOVE CAL-RESULT-DATE TO BD-CURR-DATE.
       2000-SET-NEXT.
           MOVE BD-CURR-DATE TO CAL-DATE-1.
           PERFORM 2100-NEXT-AFTER THRU 2100-EXIT.
           IF CAL-STATUS NOT = '0' GO TO 2000-BAD-DATE.
           MOVE CAL-RESULT-DATE TO BD-NEXT-DATE.
           MOVE WS-TODAY-FULL TO BD-ROLL-DATE.
           MOVE WS-NOW-TIME TO BD-ROLL-TIME.
           IF BD-NEW-RECORD
               WRITE BUSDATE-REC
                   INVALID KEY MOVE 8 TO RETURN-CODE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
           ELSE
               REWRITE BUSDATE-REC
                   INVALID KEY MOVE 8 TO RETURN-CODE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE SPACES TO ROLL-LINE.
           MOVE 'BUSINESS DATE NOW:          ' TO RL-LABEL.
           MOVE BD-CURR-DATE TO RL-DATE.
           IF PARM-SET-DATE NUMERIC AND PARM-SET-DATE > 0
               MOVE 'SET FROM ROLLPARM CARD' TO RL-NOTE.
           WRITE ROLL-RPT-REC FROM ROLL-LINE.
           MOVE SPACES TO ROLL-LINE.
           MOVE 'PREVIOUS BUSINESS DATE:     ' TO RL-LABEL.
           MOVE BD-PREV-DATE TO RL-DATE.
           WRITE ROLL-RPT-REC FROM ROLL-LINE.
           MOVE SPACES TO ROLL-LINE.
           MOVE 'NEXT BUSINESS DATE:         ' TO RL-LABEL.
           MOVE BD-NEXT-DATE TO RL-DATE.
           WRITE ROLL-RPT-REC FROM ROLL-LINE.
           MOVE SPACES TO ROLL-LINE.
           MOVE 'ON-LINE CUTOFF (HHMMSS):    ' TO RL-LABEL.
           MOVE BD-CUTOFF-TIME TO RL-DATE.
           WRITE ROLL-RPT-REC FROM ROLL-LINE.
           GO TO 2000-EXIT.
       2000-BAD-DATE.
           MOVE SPACES TO ROLL-LINE.
           MOVE 'CALENDAR ERROR ON:          ' TO RL-LABEL.
           MOVE CAL-DATE-1 TO RL-DATE.
           MOVE 'BUSINESS DATE NOT ROLLED' TO RL-NOTE.
           WRITE ROLL-RPT-REC FROM ROLL-LINE.
           MOVE 8 TO RETURN-CODE.
       2000-EXIT.
           EXIT.
       2100-NEXT-AFTER.
           MOVE '5' TO CAL-FUNCTION-CD.
           CALL 'CBLPGM02' USING CALENDAR-LINK.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE BUSDATE-FILE, ROLL-REPORT-FILE.
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
       9850-CK-FILES.
           MOVE WS-BD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'BUSDATE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ROLLRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ROLL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT118' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
