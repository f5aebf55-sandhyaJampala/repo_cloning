                DATED BEFORE IT IS ARCHIVED.  COUNTS ARCHIVED AND       00000900
                RETAINED ARE PRINTED PER FILE, SO THE ON-LINE TRAIL     00001000
                STAYS SMALL WHILE THE FULL HISTORY REMAINS              00001100
                RECOVERABLE FOR THE AUDITORS.  AN ACCOUNT WITH AN
                OPEN LITIGATION CASE ON LITCASE (REFERRED, SUIT FILED
                OR JUDGMENT) IS UNDER LEGAL HOLD - ITS ACCTAUD AND
                CORRHIST RECORDS ARE KEPT WHATEVER THEIR AGE AND
                COUNTED AS HELD.  THE ACCOUNT NOTES ARE NEVER
                ARCHIVED BY THIS JOB.  LITCASE MUST BE THERE - A
                FAILED OPEN ENDS THE RUN BEFORE ANYTHING IS PURGED.
       ENVIRONMENT DIVISION.                                            00001300
       INPUT-OUTPUT SECTION.                                            00001400
       FILE-CONTROL.                                                    00001500
               FILE STATUS IS WS-CH-STATUS.
           SELECT CORR-ARCHIVE-FILE ASSIGN TO CORARCH
               FILE STATUS IS WS-CORARC-STATUS.
           SELECT LITCASE-FILE ASSIGN TO LITCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-ACCT
               FILE STATUS IS WS-LC-STATUS.
           SELECT ARCH-REPORT-FILE ASSIGN TO ACCTARRP                   00003200
               FILE STATUS IS WS-RPT-STATUS.                            00003300
       DATA DIVISION.                                                   00003400
           COPY CORRHIST.
       FD  CORR-ARCHIVE-FILE
           RECORDING MODE F.
       01  CORR-ARCH-REC               PIC X(270).
       FD  LITCASE-FILE
           RECORDING MODE F.
       01  LITCASE-REC.
           COPY LITCASE.
       FD  ARCH-REPORT-FILE                                             00005500
           RECORDING MODE F.                                            00005600
       01  ARCH-RPT-REC                PIC X(100).                      00005700
               88  CORR-DONE               VALUE 'Y'.
           02  WS-CORR-ARCH-CNT        PIC S9(7) COMP-3 VALUE 0.
           02  WS-CORR-KEEP-CNT        PIC S9(7) COMP-3 VALUE 0.
           02  WS-LC-STATUS            PIC XX VALUE SPACES.
           02  WS-CK-ACCT              PIC X(5) VALUE SPACES.
           02  WS-HOLD-ACCT            PIC X(5) VALUE HIGH-VALUES.
           02  WS-HOLD-SW              PIC X VALUE 'N'.
               88  LEGAL-HOLD              VALUE 'Y'.
           02  WS-AUD-HELD-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-CORR-HELD-CNT        PIC S9(7) COMP-3 VALUE 0.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.             00006700
           02  WS-AUD-EOF-SW           PIC X VALUE 'N'.                 00006800
               88  AUD-DONE                VALUE 'Y'.                   00006900
           02  SUM-LABEL               PIC X(28).                       00008300
           02  SUM-CNT                 PIC ZZZZZZ9.                     00008400
           02  FILLER                  PIC X(65) VALUE SPACES.          00008500
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00008600
       0000-MAIN.                                                       00008700
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00008800
           OPEN OUTPUT ERR-ARCHIVE-FILE.                                00010800
           OPEN I-O CORRHIST-FILE.
           OPEN OUTPUT CORR-ARCHIVE-FILE.
           OPEN INPUT LITCASE-FILE.
           OPEN OUTPUT ARCH-REPORT-FILE.                                00010900
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-CUTOFF TO HDR-CUTOFF.                                00011000
           WRITE ARCH-RPT-REC FROM HEADER-LINE.                         00011100
           IF WS-CUTOFF = 0                                             00011200
       2000-PURGE-AUD.                                                  00011700
           READ ACCTAUD-FILE NEXT RECORD                                00011800
               AT END MOVE 'Y' TO WS-AUD-EOF-SW.                        00011900
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF AUD-DONE GO TO 2000-EXIT.                                 00012000
           IF AUD-DATE < WS-CUTOFF                                      00012100
               MOVE AUD-ACCT TO WS-CK-ACCT
               PERFORM 5000-CK-HOLD THRU 5000-EXIT
               IF LEGAL-HOLD
                   ADD 1 TO WS-AUD-HELD-CNT
                   GO TO 2000-EXIT.
           IF AUD-DATE < WS-CUTOFF
               WRITE AUD-ARCH-REC FROM ACCTAUD-REC                      00012200
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               DELETE ACCTAUD-FILE                                      00012300
                   INVALID KEY CONTINUE                                 00012400
               END-DELETE                                               00012500
               PERFORM 9840-CK-DELETE THRU 9850-EXIT
               ADD 1 TO WS-AUD-ARCH-CNT                                 00012600
           ELSE                                                         00012700
               ADD 1 TO WS-AUD-KEEP-CNT.                                00012800
       3000-PURGE-ERR.                                                  00013100
           READ ACCTERR-FILE NEXT RECORD                                00013200
               AT END MOVE 'Y' TO WS-ERR-EOF-SW.                        00013300
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ERR-DONE GO TO 3000-EXIT.                                 00013400
           IF ERRJ-DATE < WS-CUTOFF                                     00013500
               WRITE ERR-ARCH-REC FROM ACCTERR-REC                      00013600
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               DELETE ACCTERR-FILE                                      00013700
                   INVALID KEY CONTINUE                                 00013800
               END-DELETE                                               00013900
               PERFORM 9840-CK-DELETE THRU 9850-EXIT
               ADD 1 TO WS-ERR-ARCH-CNT                                 00014000
           ELSE                                                         00014100
               ADD 1 TO WS-ERR-KEEP-CNT.                                00014200
       4000-PURGE-CORR.
           READ CORRHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CH-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF CORR-DONE GO TO 4000-EXIT.
           IF CH-DATE < WS-CUTOFF
               MOVE CH-ACCT TO WS-CK-ACCT
               PERFORM 5000-CK-HOLD THRU 5000-EXIT
               IF LEGAL-HOLD
                   ADD 1 TO WS-CORR-HELD-CNT
                   GO TO 4000-EXIT.
           IF CH-DATE < WS-CUTOFF
               WRITE CORR-ARCH-REC FROM CORRHIST-REC
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               DELETE CORRHIST-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM 9840-CK-DELETE THRU 9850-EXIT
               ADD 1 TO WS-CORR-ARCH-CNT
           ELSE
               ADD 1 TO WS-CORR-KEEP-CNT.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * LEGAL HOLD - THE ACCOUNT HAS AN OPEN CASE ON LITCASE.  BOTH
      * FILES ARE IN ACCOUNT ORDER, SO THE ANSWER FOR THE LAST
      * ACCOUNT LOOKED UP IS KEPT AND REUSED.
      *****************************************************************
       5000-CK-HOLD.
           IF WS-CK-ACCT = WS-HOLD-ACCT
               GO TO 5000-EXIT.
           MOVE 'N' TO WS-HOLD-SW.
           MOVE WS-CK-ACCT TO LC-ACCT, WS-HOLD-ACCT.
           READ LITCASE-FILE
               INVALID KEY MOVE SPACES TO LC-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF LC-OPEN
               MOVE 'Y' TO WS-HOLD-SW.
       5000-EXIT.
           EXIT.
       9000-TERMINATE.                                                  00014500
           MOVE SPACES TO SUMMARY-LINE.                                 00014600
           MOVE 'ACCTAUD ARCHIVED:           ' TO SUM-LABEL.            00014700
           MOVE 'CORRHIST RETAINED:          ' TO SUM-LABEL.
           MOVE WS-CORR-KEEP-CNT TO SUM-CNT.
           WRITE ARCH-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCTAUD HELD, LITIGATION:   ' TO SUM-LABEL.
           MOVE WS-AUD-HELD-CNT TO SUM-CNT.
           WRITE ARCH-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CORRHIST HELD, LITIGATION:  ' TO SUM-LABEL.
           MOVE WS-CORR-HELD-CNT TO SUM-CNT.
           WRITE ARCH-RPT-REC FROM SUMMARY-LINE.
           CLOSE LITCASE-FILE.
           CLOSE ACCTAUD-FILE, AUD-ARCHIVE-FILE,                        00015900
               ACCTERR-FILE, ERR-ARCHIVE-FILE, ARCH-REPORT-FILE,        00016000
               CORRHIST-FILE, CORR-ARCHIVE-FILE.
       9000-EXIT.                                                       00016100
           EXIT.                                                        00016200
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
       9840-CK-DELETE.
           MOVE 'DELETE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-AUD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAUD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-AUDARC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AUDARCH' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-ARCH-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ERR-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTERR' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ERRJ-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ERRARC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ERRARCH' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ERR-ARCH-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CORRHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CORARC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CORARCH' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CORR-ARCH-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-LC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'LITCASE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LC-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTARRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ARCH-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT29' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
