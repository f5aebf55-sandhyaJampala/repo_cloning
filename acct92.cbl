       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT92.
       REMARKS. THIS NIGHTLY BATCH JOB WORKS THE ESTATE FILE OF
                DECEASED CUSTOMERS (SET UP BY THE ACCT90 DEATH-MASTER
                LOADER AND THE 'AC35' PHONED-IN NOTICE) AND PRINTS
                THE PROBATE-CLAIM TRACKING REPORT.  FOR EVERY CLAIM
                STILL OPEN ('O') OR FILED ('F'):
                  - A CLAIM WITH NO LETTER DATE GETS THE ESTATE-CLAIM
                    LETTER THROUGH THE XEROX STREAM (FORM 'ACESTA01',
                    HANDLING 'DC'), ADDRESSED TO THE ESTATE OF THE
                    CUSTOMER AT THE ADDRESS ON FILE AND CLAIMING THE
                    BALANCE AT NOTICE, AND IS MARKED FILED.  EVERY
                    LETTER IS LOGGED TO CORRHIST.
                  - AN ACCOUNT STILL SITTING WITH THE OUTSIDE AGENCY
                    (AGENCYDO 'A') IS RECALLED AND LISTED SO THE
                    AGENCY IS NOTIFIED.
                  - A CLAIM IS CLOSED PAID ('P') ONCE THE BALANCE IS
                    NO LONGER OWING, OR WRITTEN OFF ('W') ONCE THE
                    ACCOUNT IS CHARGED OFF (STATDO 'CO').
                EACH CLAIM IS LISTED WITH ITS SOURCE, DATE OF DEATH,
                DAYS SINCE NOTICE, AMOUNT CLAIMED AND BALANCE NOW,
                SO COLLECTIONS CAN FOLLOW EVERY ESTATE UNTIL IT PAYS
                OR IS WRITTEN OFF.  CLOSED AND WITHDRAWN CLAIMS ARE
                NOT LISTED AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-FILE ASSIGN TO ESTATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-ACCT
               FILE STATUS IS WS-ES-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT XEROX-DOC-FILE ASSIGN TO XRXESTA
               FILE STATUS IS WS-DOC-STATUS.
           SELECT CORRHIST-FILE ASSIGN TO CORRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CH-STATUS.
           SELECT EST-REPORT-FILE ASSIGN TO ESTRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTATE-FILE
           RECORDING MODE F.
       01  ESTATE-REC.
           COPY ESTATE.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  XEROX-DOC-FILE
           RECORDING MODE F.
       01  XRXDOC-REC.
           COPY XRXDOC.
       FD  CORRHIST-FILE
           RECORDING MODE F.
       01  CORRHIST-REC.
           COPY CORRHIST.
       FD  EST-REPORT-FILE
           RECORDING MODE F.
       01  EST-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-ES-STATUS            PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-DOC-STATUS           PIC XX VALUE SPACES.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-CH-SEQN              PIC S9(4) COMP VALUE +0.
           02  WS-CH-NOW-DATE          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-NOW-TIME          PIC S9(7) COMP-3 VALUE 0.
           02  WS-OPEN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LETTER-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-RECALL-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-PAID-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-WOFF-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOACCT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-OPEN-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-TODAY-SER            PIC S9(9) COMP-3 VALUE 0.
           02  WS-NOTICE-SER           PIC S9(9) COMP-3 VALUE 0.
       01  WS-CH-NOW-DAY.
           02  WS-CH-NOW-YY            PIC 9(2).
           02  WS-CH-NOW-DDD           PIC 9(3).
       01  WS-CH-NOW-HMS               PIC 9(8).
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-DOC-DATE.
           02  WS-DOC-CCYY             PIC 9(4).
           02  WS-DOC-MM               PIC 9(2).
           02  WS-DOC-DD               PIC 9(2).
       01  WS-DOC-DATE-N REDEFINES WS-DOC-DATE PIC 9(8).
       01  WS-CVT-DATE                 PIC 9(8) VALUE 0.
       01  WS-CVT-DATE-R REDEFINES WS-CVT-DATE.
           02  WS-CVT-CCYY             PIC 9(4).
           02  WS-CVT-MM               PIC 9(2).
           02  WS-CVT-DD               PIC 9(2).
       01  WS-BAL-N                    PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-AMT-ED                   PIC ZZZZ9.99.
       01  WS-HASH-N                   PIC 9(15) VALUE 0.
       01  LETTER-TEXT.
           05  FILLER                  PIC X(10) VALUE 'ESTATE OF '.
           05  LTX-NAME.
               10  LTX-FNAME           PIC X(7).
               10  FILLER              PIC X VALUE SPACE.
               10  LTX-SNAME           PIC X(12).
           05  LTX-ADDR1               PIC X(24).
           05  LTX-ADDR2               PIC X(24).
           05  LTX-ADDR3               PIC X(16).
           05  FILLER                  PIC X(38) VALUE
               ' CLAIM AGAINST ESTATE - DATE OF DEATH '.
           05  LTX-DOD                 PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               ' AMOUNT CLAIMED '.
           05  LTX-AMT                 PIC X(8).
           05  FILLER                  PIC X(41) VALUE
               ' - PLEASE FORWARD TO THE EXECUTOR'.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT92 PROBATE-CLAIM TRACKING REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-SOURCE              PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-DOD                 PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-DAYS                PIC ZZZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-CLAIMED             PIC ZZZZZ9.99-.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-BAL                 PIC ZZZZZ9.99-.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(36).
           02  FILLER                  PIC X(5) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ESTATE THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN I-O ESTATE-FILE.
           OPEN I-O ACCT-MASTER.
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN OUTPUT EST-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE EST-RPT-REC FROM HEADER-LINE.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
           IF WS-CH-NOW-YY > 50
               COMPUTE WS-CH-NOW-DATE =
                   WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD
           ELSE
               COMPUTE WS-CH-NOW-DATE =
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           IF WS-TODAY-YY > 50
               COMPUTE WS-DOC-CCYY = 1900 + WS-TODAY-YY
           ELSE
               COMPUTE WS-DOC-CCYY = 2000 + WS-TODAY-YY.
           MOVE WS-TODAY-MM TO WS-DOC-MM.
           MOVE WS-TODAY-DD TO WS-DOC-DD.
           COMPUTE WS-TODAY-SER =
               WS-DOC-CCYY * 372 + WS-DOC-MM * 31 + WS-DOC-DD.
           PERFORM 2100-READ-ESTATE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-ESTATE.
           IF NOT ES-ACTIVE
               GO TO 2000-READ-NEXT.
           MOVE SPACES TO RPT-LINE.
           MOVE ES-ACCT TO RPT-ACCTC.
           MOVE ES-SOURCE TO RPT-SOURCE.
           MOVE ES-DOD TO RPT-DOD.
           MOVE ES-BAL-AT-NOTICE TO RPT-CLAIMED.
           MOVE ES-NOTICE-DATE TO WS-CVT-DATE.
           COMPUTE WS-NOTICE-SER =
               WS-CVT-CCYY * 372 + WS-CVT-MM * 31 + WS-CVT-DD.
           IF WS-TODAY-SER > WS-NOTICE-SER
               COMPUTE RPT-DAYS = WS-TODAY-SER - WS-NOTICE-SER
           ELSE
               MOVE 0 TO RPT-DAYS.
           MOVE ES-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               ADD 1 TO WS-NOACCT-CNT
               MOVE 'NO MASTER RECORD' TO RPT-NOTE
               WRITE EST-RPT-REC FROM RPT-LINE
               GO TO 2000-READ-NEXT.
           MOVE SNAMEDO TO RPT-SNAME.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO WS-BAL-N
           ELSE
               MOVE 0 TO WS-BAL-N.
           MOVE WS-BAL-N TO RPT-BAL.
           MOVE 'CLAIM OPEN' TO RPT-NOTE.
           IF AGENCYDO = 'A'
               PERFORM 2300-RECALL THRU 2300-EXIT.
      *    THE ESTATE HAS SETTLED THE BALANCE, OR IT HAS BEEN CHARGED
      *    OFF - EITHER WAY THE CLAIM IS FINISHED.  ONLY A CLAIM STILL
      *    OWING DRAWS THE LETTER.
           IF WS-BAL-N NOT > 0
               MOVE 'P' TO ES-STATUS
               MOVE WS-DOC-DATE-N TO ES-CLOSE-DATE
               ADD 1 TO WS-PAID-CNT
               MOVE 'PAID - CLAIM CLOSED' TO RPT-NOTE
               GO TO 2000-PUT-ESTATE.
           IF STATDO = 'CO'
               MOVE 'W' TO ES-STATUS
               MOVE WS-DOC-DATE-N TO ES-CLOSE-DATE
               ADD 1 TO WS-WOFF-CNT
               MOVE 'WRITTEN OFF - CLAIM CLOSED' TO RPT-NOTE
               GO TO 2000-PUT-ESTATE.
           IF ES-LETTER-DATE = 0
               PERFORM 2400-SEND-LETTER THRU 2400-EXIT.
           ADD 1 TO WS-OPEN-CNT.
           ADD WS-BAL-N TO WS-OPEN-AMT.
       2000-PUT-ESTATE.
           REWRITE ESTATE-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           WRITE EST-RPT-REC FROM RPT-LINE.
       2000-READ-NEXT.
           PERFORM 2100-READ-ESTATE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-ESTATE.
           READ ESTATE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * A PHONED-IN NOTICE CANNOT TELL THE AGENCY ITSELF; THE RECALL
      * IS MADE HERE AND LISTED, THE WAY ACCT90 RECALLS ITS MATCHES.
      *****************************************************************
       2300-RECALL.
           MOVE SPACE TO AGENCYDO.
           REWRITE ACCTREC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-RECALL-CNT.
           MOVE 'RECALLED FROM AGENCY' TO RPT-NOTE.
       2300-EXIT.
           EXIT.
       2400-SEND-LETTER.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'DC' TO XRX-SPECIAL-HANDLING.
           MOVE 'ACESTA01' TO XRX-FORM-NAME.
           MOVE WS-DOC-DATE TO XRX-DATE.
           MOVE 1 TO XRX-COMPANY-NO.
           MOVE ACCTDO TO XRX-CUST-NO (2:5).
           MOVE '0' TO XRX-CUST-NO (1:1).
           MOVE ZERO TO XRX-CUST-LOC-NO.
           MOVE ACCTDO TO XRX-UNIQUE-KEY.
           IF ES-BAL-AT-NOTICE > 0
               COMPUTE WS-HASH-N = ES-BAL-AT-NOTICE * 100
           ELSE
               MOVE 0 TO WS-HASH-N.
           MOVE WS-HASH-N TO XRX-HASH-TOTAL.
           MOVE 1 TO XRX-PAGE-NO.
           MOVE FNAMEDO TO LTX-FNAME.
           MOVE SNAMEDO TO LTX-SNAME.
           MOVE ADDR1DO TO LTX-ADDR1.
           MOVE ADDR2DO TO LTX-ADDR2.
           MOVE ADDR3DO TO LTX-ADDR3.
           MOVE ES-DOD TO LTX-DOD.
           MOVE ES-BAL-AT-NOTICE TO WS-AMT-ED.
           MOVE WS-AMT-ED TO LTX-AMT.
           MOVE LETTER-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2800-LOG-CORR THRU 2800-EXIT.
           MOVE WS-DOC-DATE-N TO ES-LETTER-DATE.
           MOVE 'F' TO ES-STATUS.
           ADD 1 TO WS-LETTER-CNT.
           MOVE 'ESTATE-CLAIM LETTER SENT' TO RPT-NOTE.
       2400-EXIT.
           EXIT.
      *****************************************************************
      * EVERY DOCUMENT WRITTEN TO THE XEROX STREAM IS LOGGED TO THE
      * CORRESPONDENCE HISTORY WITH ITS FORM, HANDLING CODE AND THE
      * ARCHIVED PAGE TEXT, FOR THE AC26 BROWSE AND REPRINTS.
      *****************************************************************
       2800-LOG-CORR.
           MOVE ACCTDO TO CH-ACCT.
           MOVE WS-CH-NOW-DATE TO CH-DATE.
           MOVE WS-CH-NOW-TIME TO CH-TIME.
           ADD 1 TO WS-CH-SEQN.
           MOVE WS-CH-SEQN TO CH-SEQ.
           MOVE XRX-FORM-NAME TO CH-FORM.
           MOVE XRX-SPECIAL-HANDLING TO CH-HANDLING.
           MOVE XRX-TEXT TO CH-TEXT.
           MOVE XRX-DATE TO CH-DOC-DATE.
           MOVE ZERO TO CH-MAIL-DATE.
           MOVE 'W' TO CH-MAIL-STAT.
           WRITE CORRHIST-REC
               INVALID KEY ADD 1 TO WS-CH-SEQN.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2800-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'CLAIMS STILL OPEN:          ' TO SUM-LABEL.
           MOVE WS-OPEN-CNT TO SUM-CNT.
           MOVE WS-OPEN-AMT TO SUM-AMT.
           WRITE EST-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ESTATE-CLAIM LETTERS:       ' TO SUM-LABEL.
           MOVE WS-LETTER-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE EST-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RECALLED FROM AGENCY:       ' TO SUM-LABEL.
           MOVE WS-RECALL-CNT TO SUM-CNT.
           WRITE EST-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CLOSED PAID:                ' TO SUM-LABEL.
           MOVE WS-PAID-CNT TO SUM-CNT.
           WRITE EST-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CLOSED WRITTEN OFF:         ' TO SUM-LABEL.
           MOVE WS-WOFF-CNT TO SUM-CNT.
           WRITE EST-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NO MASTER RECORD:           ' TO SUM-LABEL.
           MOVE WS-NOACCT-CNT TO SUM-CNT.
           WRITE EST-RPT-REC FROM SUMMARY-LINE.
           CLOSE ESTATE-FILE, ACCT-MASTER, XEROX-DOC-FILE,
               CORRHIST-FILE, EST-REPORT-FILE.
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
           MOVE WS-ES-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ESTATE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ES-ACCT TO ABL-KEY
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
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXESTA' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ESTRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE EST-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT92' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
