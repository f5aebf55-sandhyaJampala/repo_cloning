       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT131.
       REMARKS. THIS DAILY BATCH REPORT DIGESTS THE INQLOG RECORDS
                WRITTEN BY THE ACCT130 SELF-SERVICE INQUIRY FOR THE
                TELEPHONE AND WEBSITE GATEWAYS.  FOR THE REPORT DATE
                ON THE PARAMETER CARD (EIBDATE 0CYYDDD FORM, AS ACCT59
                TAKES IT; ZERO OR MISSING MEANS EVERY DATE ON FILE) IT
                LISTS EVERY FAILED VERIFICATION WITH ITS REASON AND
                THE CALLING NUMBER OR WEB SESSION, COUNTS THE
                INQUIRIES BY CHANNEL AND RESULT, AND NAMES EVERY
                ACCOUNT THAT FAILED VERIFICATION AT LEAST THE NUMBER
                OF TIMES IN COLUMNS 8-9 OF THE CARD (DEFAULT 3), SO
                SECURITY CAN LOOK AT SOMEONE GUESSING AT AN ACCOUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO INQPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INQLOG-FILE ASSIGN TO INQLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IL-KEY
               FILE STATUS IS WS-IL-STATUS.
           SELECT INQ-REPORT-FILE ASSIGN TO INQRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-DATE               PIC 9(7).
           05  PARM-FAIL-LIMIT         PIC 9(2).
           05  FILLER                  PIC X(71).
       FD  INQLOG-FILE
           RECORDING MODE F.
       01  INQLOG-REC.
           COPY INQLOG.
       FD  INQ-REPORT-FILE
           RECORDING MODE F.
       01  INQ-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-IL-STATUS            PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-RPT-DATE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-FAIL-LIMIT           PIC S9(4) COMP VALUE +3.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-MATCH-FOUND          PIC X VALUE 'N'.
               88  MATCH-FOUND             VALUE 'Y'.
           02  WS-TALLY-KEY.
               04  WS-TALLY-CHAN       PIC X.
               04  WS-TALLY-RSLT       PIC X(2).
           02  WS-INQ-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-VOICE-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-WEB-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-OK-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-NV-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-HR-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-OTHER-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-REPEAT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-FAIL-LOST            PIC S9(7) COMP-3 VALUE 0.
       01  RESULT-TOTALS.
           02  RT-ENTRY OCCURS 20 TIMES.
               04  RT-KEY.
                   06  RT-CHAN         PIC X VALUE SPACE.
                   06  RT-RSLT         PIC X(2) VALUE SPACES.
               04  RT-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  RT-USED                 PIC S9(4) COMP VALUE 0.
       01  FAIL-TOTALS.
           02  FT-ENTRY OCCURS 500 TIMES.
               04  FT-ACCT             PIC X(5) VALUE SPACES.
               04  FT-CNT              PIC S9(5) COMP-3 VALUE 0.
           02  FT-USED                 PIC S9(4) COMP VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(50) VALUE
               'ACCT131 SELF-SERVICE INQUIRIES FOR DATE '.
           02  HDR-DATE                PIC 9(7).
           02  FILLER                  PIC X(43) VALUE SPACES.
       01  FAIL-HEADER.
           02  FILLER                  PIC X(50) VALUE
               'FAILED VERIFICATIONS'.
           02  FILLER                  PIC X(50) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-CHAN                PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-VER                 PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-RSN                 PIC X(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-CALLER              PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-TIME                PIC 9(7).
           02  FILLER                  PIC X(64) VALUE SPACES.
       01  RESULT-LINE.
           02  FILLER                  PIC X(8) VALUE 'CHANNEL '.
           02  RSL-CHAN                PIC X.
           02  FILLER                  PIC X(8) VALUE '  RESULT'.
           02  FILLER                  PIC X VALUE SPACE.
           02  RSL-RSLT                PIC X(2).
           02  FILLER                  PIC X(9) VALUE '  COUNT '.
           02  RSL-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(64) VALUE SPACES.
       01  REPEAT-LINE.
           02  FILLER                  PIC X(25) VALUE
               'REPEATED FAILURES  ACCT '.
           02  RPL-ACCT                PIC X(5).
           02  FILLER                  PIC X(9) VALUE '  COUNT '.
           02  RPL-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(54) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
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
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-DATE NUMERIC
               MOVE PARM-DATE TO WS-RPT-DATE.
           IF PARM-FAIL-LIMIT NUMERIC AND PARM-FAIL-LIMIT > 0
               MOVE PARM-FAIL-LIMIT TO WS-FAIL-LIMIT.
           OPEN INPUT INQLOG-FILE.
           OPEN OUTPUT INQ-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-RPT-DATE TO HDR-DATE.
           WRITE INQ-RPT-REC FROM HEADER-LINE.
           WRITE INQ-RPT-REC FROM FAIL-HEADER.
           PERFORM 2100-READ-INQLOG THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-ENTRY.
           IF WS-RPT-DATE NOT = 0 AND IL-DATE NOT = WS-RPT-DATE
               GO TO 2000-READ-NEXT.
           ADD 1 TO WS-INQ-CNT.
           IF IL-VOICE
               ADD 1 TO WS-VOICE-CNT.
           IF IL-WEB
               ADD 1 TO WS-WEB-CNT.
           IF IL-ANSWERED
               ADD 1 TO WS-OK-CNT
           ELSE
               IF IL-NOT-VERIFIED
                   ADD 1 TO WS-NV-CNT
               ELSE
                   IF IL-HOLD-FOR-REP
                       ADD 1 TO WS-HR-CNT
                   ELSE
                       ADD 1 TO WS-OTHER-CNT.
           MOVE IL-CHANNEL TO WS-TALLY-CHAN.
           MOVE IL-RESULT TO WS-TALLY-RSLT.
           PERFORM 2200-TALLY-RESULT THRU 2200-EXIT.
           IF NOT IL-NOT-VERIFIED
               GO TO 2000-READ-NEXT.
           MOVE SPACES TO RPT-LINE.
           MOVE IL-ACCT TO RPT-ACCTC.
           MOVE IL-CHANNEL TO RPT-CHAN.
           MOVE IL-VER-TYPE TO RPT-VER.
           MOVE IL-REASON TO RPT-RSN.
           MOVE IL-CALLER-ID TO RPT-CALLER.
           MOVE IL-TIME TO RPT-TIME.
           WRITE INQ-RPT-REC FROM RPT-LINE.
           PERFORM 2300-TALLY-FAILURE THRU 2300-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-INQLOG THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-INQLOG.
           READ INQLOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-TALLY-RESULT.
           MOVE 'N' TO WS-MATCH-FOUND.
           PERFORM 2210-FIND-RESULT THRU 2210-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > RT-USED OR MATCH-FOUND.
           IF NOT MATCH-FOUND
               IF RT-USED < 20
                   ADD 1 TO RT-USED
                   MOVE WS-TALLY-KEY TO RT-KEY (RT-USED)
                   ADD 1 TO RT-CNT (RT-USED)
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
       2210-FIND-RESULT.
           IF RT-KEY (WS-SUB) = WS-TALLY-KEY
               ADD 1 TO RT-CNT (WS-SUB)
               MOVE 'Y' TO WS-MATCH-FOUND.
       2210-EXIT.
           EXIT.
      *    AN ACCOUNT THAT WILL NOT FIT IN THE TABLE IS COUNTED ON
      *    THE SUMMARY SO THE LIST IS KNOWN TO BE SHORT.
       2300-TALLY-FAILURE.
           MOVE 'N' TO WS-MATCH-FOUND.
           PERFORM 2310-FIND-ACCOUNT THRU 2310-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > FT-USED OR MATCH-FOUND.
           IF MATCH-FOUND GO TO 2300-EXIT.
           IF FT-USED NOT < 500
               ADD 1 TO WS-FAIL-LOST
               GO TO 2300-EXIT.
           ADD 1 TO FT-USED.
           MOVE IL-ACCT TO FT-ACCT (FT-USED).
           MOVE 1 TO FT-CNT (FT-USED).
       2300-EXIT.
           EXIT.
       2310-FIND-ACCOUNT.
           IF FT-ACCT (WS-SUB) = IL-ACCT
               ADD 1 TO FT-CNT (WS-SUB)
               MOVE 'Y' TO WS-MATCH-FOUND.
       2310-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 9100-RESULT-LINE THRU 9100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > RT-USED.
           PERFORM 9200-REPEAT-LINE THRU 9200-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > FT-USED.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'INQUIRIES:                  ' TO SUM-LABEL.
           MOVE WS-INQ-CNT TO SUM-CNT.
           WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           MOVE '  BY TELEPHONE:             ' TO SUM-LABEL.
           MOVE WS-VOICE-CNT TO SUM-CNT.
           WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           MOVE '  BY WEBSITE:               ' TO SUM-LABEL.
           MOVE WS-WEB-CNT TO SUM-CNT.
           WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ANSWERED:                   ' TO SUM-LABEL.
           MOVE WS-OK-CNT TO SUM-CNT.
           WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FAILED VERIFICATION:        ' TO SUM-LABEL.
           MOVE WS-NV-CNT TO SUM-CNT.
           WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HELD FOR A REPRESENTATIVE:  ' TO SUM-LABEL.
           MOVE WS-HR-CNT TO SUM-CNT.
           WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REJECTED OR FAILED:         ' TO SUM-LABEL.
           MOVE WS-OTHER-CNT TO SUM-CNT.
           WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNTS REPEATEDLY FAILED: ' TO SUM-LABEL.
           MOVE WS-REPEAT-CNT TO SUM-CNT.
           WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           IF WS-FAIL-LOST > 0
               MOVE 'FAILURES NOT TABLED:        ' TO SUM-LABEL
               MOVE WS-FAIL-LOST TO SUM-CNT
               WRITE INQ-RPT-REC FROM SUMMARY-LINE.
           CLOSE INQLOG-FILE, INQ-REPORT-FILE.
       9000-EXIT.
           EXIT.
       9100-RESULT-LINE.
           MOVE RT-CHAN (WS-SUB) TO RSL-CHAN.
           MOVE RT-RSLT (WS-SUB) TO RSL-RSLT.
           MOVE RT-CNT (WS-SUB) TO RSL-CNT.
           WRITE INQ-RPT-REC FROM RESULT-LINE.
       9100-EXIT.
           EXIT.
       9200-REPEAT-LINE.
           IF FT-CNT (WS-SUB) < WS-FAIL-LIMIT
               GO TO 9200-EXIT.
           ADD 1 TO WS-REPEAT-CNT.
           MOVE FT-ACCT (WS-SUB) TO RPL-ACCT.
           MOVE FT-CNT (WS-SUB) TO RPL-CNT.
           WRITE INQ-RPT-REC FROM REPEAT-LINE.
       9200-EXIT.
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
           MOVE WS-IL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'INQLOG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE IL-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'INQRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE INQ-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT131' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
