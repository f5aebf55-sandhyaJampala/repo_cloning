                OPERATOR AND TERMINAL AND TOTALS THE DECLINES BY
                REASON CODE, SO CREDIT CAN SPOT CUSTOMERS BUMPING
                THEIR LIMIT AND ADDRESSES DRAWING MAIL-HOLD
                DECLINES.  AN APPROVAL FLAGGED FOR REVIEW BECAUSE THE
                ADDRESS CHANGED SHORTLY BEFORE IT IS LISTED TOO, AND
                EVERY FLAGGED LINE IS MARKED 'ADDR CHG', SO THOSE
                AUTHORIZATIONS ARE REVIEWED WITH THE ACCT116
                ADDRESS-CHANGE CONFIRMATIONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88  MATCH-FOUND             VALUE 'Y'.
           02  WS-APPR-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECL-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-ADDR-CNT             PIC S9(7) COMP-3 VALUE 0.
       01  REASON-TOTALS.
           02  RS-ENTRY OCCURS 12 TIMES.
               04  RS-CODE             PIC X(2) VALUE SPACES.
           02  RPT-TERM                PIC X(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-TIME                PIC 9(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-FLAG                PIC X(8).
           02  FILLER                  PIC X(51) VALUE SPACES.
       01  REASON-LINE.
           02  FILLER                  PIC X(8) VALUE 'REASON '.
           02  RSL-CODE                PIC X(2).
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               MOVE PARM-DATE TO WS-RPT-DATE.
           OPEN INPUT AUTHLOG-FILE.
           OPEN OUTPUT AUTH-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-RPT-DATE TO HDR-DATE.
           WRITE AUTH-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-AUTHLOG THRU 2100-EXIT.
       2000-PROCESS-ENTRY.
           IF WS-RPT-DATE NOT = 0 AND AL-DATE NOT = WS-RPT-DATE
               GO TO 2000-READ-NEXT.
           IF AL-ADDR-REVIEW
               ADD 1 TO WS-ADDR-CNT.
           IF AL-APPROVED
               ADD 1 TO WS-APPR-CNT.
           IF AL-APPROVED AND NOT AL-ADDR-REVIEW
               GO TO 2000-READ-NEXT.
           MOVE SPACES TO RPT-LINE.
           IF AL-ADDR-REVIEW
               MOVE 'ADDR CHG' TO RPT-FLAG.
           MOVE AL-ACCT TO RPT-ACCTC.
           MOVE AL-AMT TO RPT-AMT.
           MOVE AL-REASON TO RPT-RSN.
           MOVE AL-TERM TO RPT-TERM.
           MOVE AL-TIME TO RPT-TIME.
           WRITE AUTH-RPT-REC FROM RPT-LINE.
           IF AL-APPROVED GO TO 2000-READ-NEXT.
           ADD 1 TO WS-DECL-CNT.
           PERFORM 2200-TALLY-REASON THRU 2200-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-AUTHLOG THRU 2100-EXIT.
       2100-READ-AUTHLOG.
           READ AUTHLOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-TALLY-REASON.
           MOVE 'DECLINED:                   ' TO SUM-LABEL.
           MOVE WS-DECL-CNT TO SUM-CNT.
           WRITE AUTH-RPT-REC FROM SUMMARY-LINE.
           MOVE 'FLAGGED, ADDRESS CHANGE:    ' TO SUM-LABEL.
           MOVE WS-ADDR-CNT TO SUM-CNT.
           WRITE AUTH-RPT-REC FROM SUMMARY-LINE.
           CLOSE AUTHLOG-FILE, AUTH-REPORT-FILE.
       9000-EXIT.
           EXIT.
           WRITE AUTH-RPT-REC FROM REASON-LINE.
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
           MOVE WS-AL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AUTHLOG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AL-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'AUTRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUTH-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT59' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
