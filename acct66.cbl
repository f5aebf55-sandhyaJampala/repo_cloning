                ESTIMATED POSTAGE SAVED AT THE PER-PIECE DISCOUNT ON
                THE PARAMETER CARD (CENTS, DEFAULT 3) - PRINTS
                ALONGSIDE THE MXBPB510 HANDLING-CODE TOTALS.
                THE PRESORT AND RESIDUAL ENVELOPES OF EACH HANDLING
                CODE AND DOCUMENT DATE ARE APPENDED TO THE PSTTIER
                HISTORY, WHICH THE ACCT129 MONTHLY COST ALLOCATION
                PRICES POSTAGE FROM.
                WITHIN A ZIP THE PAGES ARE KEPT TOGETHER BY ENVELOPE -
                THE HANDLING CODE AND UNIQUE KEY, THE SAME ENVELOPE
                KEY MXBPB510 COUNTS BY (LESS A STATEMENT'S INSERT
                CODES) - AND IN THEIR ORIGINAL ORDER, SO A HOUSEHOLD'S
                STATEMENTS OR LETTERS KEYED TO ONE ENVELOPE BY ACCT15
                AND ACCT16 GO OUT TOGETHER.  A CONTINUATION PAGE TAKES
                THE ZIP OF ITS DOCUMENT'S FIRST PAGE.  PIECES, PREFIX
                COUNTS AND TRAY BREAKS ARE BY ENVELOPE, AND A TRAY IS
                NEVER CUT INSIDE ONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO SORTWK.
           SELECT PRESORT-REPORT-FILE ASSIGN TO PSTRPT
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PSTTIER-FILE ASSIGN TO PSTTIER
               FILE STATUS IS WS-PT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-ZIP                PIC X(5).
           05  SORT-ENV.
               10  SORT-ENV-HAND       PIC X(2).
               10  SORT-ENV-KEY        PIC X(25).
           05  SORT-SEQ                PIC S9(9) COMP.
           05  SORT-DOC                PIC X(300).
       FD  PRESORT-REPORT-FILE
           RECORDING MODE F.
       01  PST-RPT-REC                 PIC X(100).
       FD  PSTTIER-FILE
           RECORDING MODE F.
       01  PSTTIER-REC.
           COPY PSTTIER.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-IN-STATUS            PIC XX VALUE SPACES.
           02  WS-OUT-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-PT-STATUS            PIC XX VALUE SPACES.
           02  WS-IN-EOF-SW            PIC X VALUE 'N'.
               88  IN-DONE                 VALUE 'Y'.
           02  WS-RET-EOF-SW           PIC X VALUE 'N'.
           02  WS-TRAY-MIN             PIC 9(3) VALUE 150.
           02  WS-DISC-CENTS           PIC 9(3) VALUE 3.
           02  WS-PIECE-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-PAGE-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-IN-SEQ               PIC S9(9) COMP VALUE +0.
           02  WS-DOC-ZIP              PIC X(5) VALUE HIGH-VALUES.
           02  WS-PREV-ZIP             PIC X(5) VALUE LOW-VALUES.
           02  WS-PREV-ENV             PIC X(27) VALUE LOW-VALUES.
           02  WS-RESID-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-TRAY-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-TRAY-PIECES          PIC S9(5) COMP-3 VALUE 0.
               04  PFX-ZIP3            PIC X(3).
               04  PFX-CNT             PIC S9(7) COMP-3.
           02  PFX-USED                PIC S9(4) COMP VALUE 0.
       01  TIER-TOTALS.
           02  TR-ENTRY OCCURS 50 TIMES.
               04  TR-HAND             PIC X(2).
               04  TR-DATE             PIC X(8).
               04  TR-PRESORT          PIC S9(7) COMP-3.
               04  TR-RESID            PIC S9(7) COMP-3.
           02  TIER-USED               PIC S9(4) COMP VALUE 0.
       01  TRAY-MARKER.
           05  FILLER                  PIC X(2) VALUE 'TB'.
           05  FILLER                  PIC X(8) VALUE 'TRAYBRK'.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ZIP SORT-ENV SORT-SEQ
               INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-DRAIN-SORT THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF PARM-DISC-CENTS NUMERIC AND PARM-DISC-CENTS > 0
               MOVE PARM-DISC-CENTS TO WS-DISC-CENTS.
           OPEN OUTPUT PRESORT-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE PST-RPT-REC FROM HEADER-LINE.
           PERFORM 1100-ZERO-PFX THRU 1100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 50.
           EXIT.
       2000-FEED-SORT.
           OPEN INPUT XRX-IN-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
               UNTIL IN-DONE.
           CLOSE XRX-IN-FILE.
       2100-RELEASE-ONE.
           READ XRX-IN-FILE
               AT END MOVE 'Y' TO WS-IN-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF IN-DONE GO TO 2100-EXIT.
      *    A CONTINUATION PAGE (A COUPON, A MESSAGE PAGE) CARRIES NO
      *    ADDRESS AND RIDES WITH ITS DOCUMENT'S FIRST PAGE.
           IF XRX-PAGE-NO NUMERIC AND XRX-PAGE-NO > 1
               GO TO 2100-RELEASE.
           PERFORM 2200-FIND-ZIP THRU 2200-EXIT.
           IF ZIP-FOUND
               MOVE WS-ZIP TO WS-DOC-ZIP
           ELSE
      *        UNPARSEABLE ZIPS SORT HIGH, INTO THE RESIDUAL TRAY.
               MOVE HIGH-VALUES TO WS-DOC-ZIP.
       2100-RELEASE.
           MOVE WS-DOC-ZIP TO SORT-ZIP.
           MOVE XRX-SPECIAL-HANDLING TO SORT-ENV-HAND.
           MOVE XRX-UNIQUE-KEY TO SORT-ENV-KEY.
           IF XRX-FORM-NAME (1:6) = 'ACSTMT'
               MOVE SPACES TO SORT-ENV-KEY (16:10).
           ADD 1 TO WS-IN-SEQ.
           MOVE WS-IN-SEQ TO SORT-SEQ.
           MOVE XRXDOC-REC TO SORT-DOC.
           RELEASE SORT-REC.
       2100-EXIT.
           EXIT.
       3000-DRAIN-SORT.
           OPEN OUTPUT XRX-OUT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 3100-RETURN-ONE THRU 3100-EXIT
               UNTIL RET-DONE.
           IF WS-TRAY-PIECES > 0
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-RET-EOF-SW.
           IF RET-DONE GO TO 3100-EXIT.
           ADD 1 TO WS-PAGE-CNT.
      *    ONLY THE FIRST PAGE INTO AN ENVELOPE MAKES A MAIL PIECE; THE
      *    REST OF THE ENVELOPE RIDES WITH IT IN THE SAME TRAY.
           IF SORT-ZIP = WS-PREV-ZIP AND SORT-ENV = WS-PREV-ENV
               WRITE XRX-OUT-REC FROM SORT-DOC
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               GO TO 3100-EXIT.
           MOVE SORT-ZIP TO WS-PREV-ZIP.
           MOVE SORT-ENV TO WS-PREV-ENV.
           ADD 1 TO WS-PIECE-CNT.
           PERFORM 3400-TALLY-TIER THRU 3400-EXIT.
           IF SORT-ZIP = HIGH-VALUES
               ADD 1 TO WS-RESID-CNT
               MOVE '999' TO TM-ZIP3
           IF WS-TRAY-PIECES NOT < WS-TRAY-MIN
               PERFORM 3300-CUT-TRAY THRU 3300-EXIT.
           WRITE XRX-OUT-REC FROM SORT-DOC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-TRAY-PIECES.
       3100-EXIT.
           EXIT.
               MOVE WS-CUR-ZIP3 TO TM-ZIP3.
           MOVE WS-TRAY-CNT TO TM-TRAY-NO.
           WRITE XRX-OUT-REC FROM TRAY-MARKER.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 0 TO WS-TRAY-PIECES.
       3300-EXIT.
           EXIT.
      *****************************************************************
      * PRESORT AND RESIDUAL ENVELOPES BY HANDLING CODE AND DOCUMENT
      * DATE - ONE PER MAIL PIECE, COUNTED ON ITS FIRST PAGE.
      *****************************************************************
       3400-TALLY-TIER.
           MOVE 'N' TO WS-MATCH-FOUND.
           PERFORM 3410-FIND-TIER THRU 3410-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > TIER-USED OR MATCH-FOUND.
           IF NOT MATCH-FOUND
               IF TIER-USED < 50
                   ADD 1 TO TIER-USED
                   MOVE TIER-USED TO WS-SUB
                   MOVE SORT-DOC (1:2) TO TR-HAND (WS-SUB)
                   MOVE SORT-DOC (11:8) TO TR-DATE (WS-SUB)
                   MOVE 0 TO TR-PRESORT (WS-SUB), TR-RESID (WS-SUB)
                   PERFORM 3420-COUNT-TIER THRU 3420-EXIT
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.
       3410-FIND-TIER.
           IF TR-HAND (WS-SUB) = SORT-DOC (1:2)
               AND TR-DATE (WS-SUB) = SORT-DOC (11:8)
               PERFORM 3420-COUNT-TIER THRU 3420-EXIT
               MOVE 'Y' TO WS-MATCH-FOUND.
       3410-EXIT.
           EXIT.
       3420-COUNT-TIER.
           IF SORT-ZIP = HIGH-VALUES
               ADD 1 TO TR-RESID (WS-SUB)
           ELSE
               ADD 1 TO TR-PRESORT (WS-SUB).
       3420-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 9100-PFX-LINE THRU 9100-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > PFX-USED.
           MOVE WS-PIECE-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE PST-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PAGES SEQUENCED:            ' TO SUM-LABEL.
           MOVE WS-PAGE-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE PST-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RESIDUAL (NO USABLE ZIP):   ' TO SUM-LABEL.
           MOVE WS-RESID-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           MOVE WS-SAVED-N TO SUM-AMT.
           WRITE PST-RPT-REC FROM SUMMARY-LINE.
           CLOSE PRESORT-REPORT-FILE.
           OPEN EXTEND PSTTIER-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 9200-TIER-REC THRU 9200-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > TIER-USED.
           CLOSE PSTTIER-FILE.
       9000-EXIT.
           EXIT.
       9100-PFX-LINE.
           WRITE PST-RPT-REC FROM PFX-LINE.
       9100-EXIT.
           EXIT.
       9200-TIER-REC.
           MOVE SPACES TO PSTTIER-REC.
           MOVE TR-DATE (WS-SUB) TO PT-DOC-DATE.
           MOVE TR-HAND (WS-SUB) TO PT-HANDLING.
           MOVE TR-PRESORT (WS-SUB) TO PT-PRESORT-CNT.
           MOVE TR-RESID (WS-SUB) TO PT-RESID-CNT.
           WRITE PSTTIER-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
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
       9820-CK-WRITE.
           MOVE 'WRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-IN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXIN' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-OUT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXOUT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRX-OUT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PSTTIER' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PSTTIER-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'PSTRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PST-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT66' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
