                WOULD), AND PAYHIST, ACCTALT AND ACCTNOTE ARE COPIED
                UNDER THEIR ORIGINAL KEYS - NOTE TEXT REPLACED - SO
                AC01 BROWSES AND AC09 HISTORY PAGING BEHAVE EXACTLY
                AS PRODUCTION.  THE IDENTITY FILE IS COPIED WITH
                EVERY KEYED TAXPAYER ID REPLACED BY '0000' PLUS THE
                ACCOUNT NUMBER AND EVERY DATE OF BIRTH CUT BACK TO
                JANUARY 1ST OF ITS YEAR, SO AGES STILL TEST TRUE BUT
                NO REAL NUMBER OR BIRTHDAY LEAVES PRODUCTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AA-ACCT
               FILE STATUS IS WS-ALT-STATUS.
           SELECT IDENTITY-FILE ASSIGN TO IDENTITY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-ACCT
               FILE STATUS IS WS-ID-STATUS.
           SELECT M-ACCT-MASTER ASSIGN TO MACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-AA-ACCT
               FILE STATUS IS WS-MAA-STATUS.
           SELECT M-IDENTITY-FILE ASSIGN TO MIDENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS M-ID-ACCT
               FILE STATUS IS WS-MID-STATUS.
           SELECT MASK-REPORT-FILE ASSIGN TO MASKRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
           RECORDING MODE F.
       01  ACCTALT-REC.
           COPY ACCTALT.
       FD  IDENTITY-FILE
           RECORDING MODE F.
       01  IDENTITY-REC.
           COPY IDENTITY.
       FD  M-ACCT-MASTER
           RECORDING MODE F.
       01  M-ACCTREC.
       01  M-ACCTALT-REC.
           05  M-AA-ACCT               PIC X(5).
           05  M-AA-BODY               PIC X(72).
       FD  M-IDENTITY-FILE
           RECORDING MODE F.
       01  M-IDENTITY-REC.
           05  M-ID-ACCT               PIC X(5).
           05  M-ID-BODY               PIC X(35).
       FD  MASK-REPORT-FILE
           RECORDING MODE F.
       01  MASK-RPT-REC                PIC X(100).
               88  NOTE-EOF                VALUE '10'.
           02  WS-ALT-STATUS           PIC XX VALUE SPACES.
               88  ALT-EOF                 VALUE '10'.
           02  WS-ID-STATUS            PIC XX VALUE SPACES.
           02  WS-MA-STATUS            PIC XX VALUE SPACES.
           02  WS-MIX-STATUS           PIC XX VALUE SPACES.
           02  WS-MTL-STATUS           PIC XX VALUE SPACES.
           02  WS-MPH-STATUS           PIC XX VALUE SPACES.
           02  WS-MNT-STATUS           PIC XX VALUE SPACES.
           02  WS-MAA-STATUS           PIC XX VALUE SPACES.
           02  WS-MID-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
               88  NT-DONE                 VALUE 'Y'.
           02  WS-AA-EOF-SW            PIC X VALUE 'N'.
               88  AA-DONE                 VALUE 'Y'.
           02  WS-ID-EOF-SW            PIC X VALUE 'N'.
               88  ID-DONE                 VALUE 'Y'.
           02  WS-ACCT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-PH-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-NT-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-AA-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-ID-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-MATCH-FOUND          PIC X VALUE 'N'.
               88  MATCH-FOUND             VALUE 'Y'.
           02  FILLER                  PIC X(3) VALUE '555'.
           02  WS-MASK-TEL-ACCT        PIC X(5).
           02  FILLER                  PIC X(2) VALUE '00'.
       01  WS-MASK-TIN.
           02  FILLER                  PIC X(4) VALUE '0000'.
           02  WS-MASK-TIN-ACCT        PIC X(5).
       01  WS-MASK-DOB.
           02  WS-MASK-DOB-CCYY        PIC 9(4).
           02  FILLER                  PIC 9(4) VALUE 0101.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(60) VALUE
               'ACCT79 MASKED TEST-REGION COPY - RUN REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               UNTIL NT-DONE.
           PERFORM 5000-COPY-ALT THRU 5000-EXIT
               UNTIL AA-DONE.
           PERFORM 6000-COPY-IDENT THRU 6000-EXIT
               UNTIL ID-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PAYHIST-FILE.
           OPEN INPUT ACCTNOTE-FILE.
           OPEN INPUT ACCTALT-FILE.
           OPEN INPUT IDENTITY-FILE.
           OPEN OUTPUT M-ACCT-MASTER.
           OPEN OUTPUT M-ACCTIX-FILE.
           OPEN OUTPUT M-ACCTTEL-FILE.
           OPEN OUTPUT M-PAYHIST-FILE.
           OPEN OUTPUT M-ACCTNOTE-FILE.
           OPEN OUTPUT M-ACCTALT-FILE.
           OPEN OUTPUT M-IDENTITY-FILE.
           OPEN OUTPUT MASK-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE MASK-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       1000-EXIT.
           MOVE ACCTREC TO M-ACCTREC.
           WRITE M-ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
      *    THE NAME AND TELEPHONE INDEXES ARE REBUILT FROM THE
      *    MASKED RECORD, SO THE TEST-REGION BROWSES GROUP EXACTLY
      *    AS PRODUCTION DOES.
           MOVE ACCTREC TO MIX-IMAGE.
           WRITE M-ACCTIX-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           IF TELDO NOT = SPACES
               MOVE TELDO TO MTL-TEL
               MOVE ACCTDO TO MTL-ACCT
               WRITE M-ACCTTEL-REC
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
           END-IF.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       2000-EXIT.
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-MASK-FIELDS.
       3000-COPY-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PH-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PH-DONE GO TO 3000-EXIT.
           MOVE PAYHIST-REC TO M-PAYHIST-REC.
           WRITE M-PAYHIST-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-PH-CNT.
       3000-EXIT.
           EXIT.
       4000-COPY-NOTES.
           READ ACCTNOTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-NT-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NT-DONE GO TO 4000-EXIT.
           MOVE 'MASKED NOTE TEXT' TO NT-TEXT.
           MOVE ACCTNOTE-REC TO M-ACCTNOTE-REC.
           WRITE M-ACCTNOTE-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-NT-CNT.
       4000-EXIT.
           EXIT.
       5000-COPY-ALT.
           READ ACCTALT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-AA-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF AA-DONE GO TO 5000-EXIT.
           MOVE '123 TEST STREET' TO AA-ADDR1.
           MOVE SPACES TO AA-ADDR2.
           MOVE ACCTALT-REC TO M-ACCTALT-REC.
           WRITE M-ACCTALT-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-AA-CNT.
       5000-EXIT.
           EXIT.
      *    A PENDING RECORD HAS NO NUMBERS TO HIDE AND IS COPIED AS
      *    IT STANDS.
       6000-COPY-IDENT.
           READ IDENTITY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ID-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ID-DONE GO TO 6000-EXIT.
           IF ID-CAPTURED
               MOVE ID-ACCT TO WS-MASK-TIN-ACCT
               MOVE WS-MASK-TIN TO ID-TIN
               IF ID-DOB NOT = 0
                   MOVE ID-DOB (1:4) TO WS-MASK-DOB-CCYY
                   MOVE WS-MASK-DOB TO ID-DOB.
           MOVE IDENTITY-REC TO M-IDENTITY-REC.
           WRITE M-IDENTITY-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-ID-CNT.
       6000-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'MASTERS MASKED:             ' TO SUM-LABEL.
           MOVE 'ALT ADDRESSES MASKED:       ' TO SUM-LABEL.
           MOVE WS-AA-CNT TO SUM-CNT.
           WRITE MASK-RPT-REC FROM SUMMARY-LINE.
           MOVE 'IDENTITIES MASKED:          ' TO SUM-LABEL.
           MOVE WS-ID-CNT TO SUM-CNT.
           WRITE MASK-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCT-MASTER, PAYHIST-FILE, ACCTNOTE-FILE,
               ACCTALT-FILE, IDENTITY-FILE, M-ACCT-MASTER,
               M-ACCTIX-FILE, M-ACCTTEL-FILE, M-PAYHIST-FILE,
               M-ACCTNOTE-FILE,
               M-ACCTALT-FILE, M-IDENTITY-FILE,
               MASK-REPORT-FILE.
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
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCTDO TO ABL-KEY
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
           MOVE WS-NOTE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTNOTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE NT-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ALT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTALT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AA-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ID-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'IDENTITY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ID-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE M-ACCTDO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MIX-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MACCTIX' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MIX-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MTL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MACCTTEL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MTL-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MPH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MPAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE M-PH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MNT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MACCTNOT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE M-NT-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MAA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MACCTALT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE M-AA-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MID-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MIDENT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE M-ID-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'MASKRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MASK-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT79' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
