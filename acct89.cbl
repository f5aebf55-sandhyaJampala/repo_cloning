       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT89.
       REMARKS. THIS MONTHLY BATCH JOB RESCANS THE WHOLE ACCOUNT
                MASTER AGAINST THE SANCTIONS LIST, SO EXISTING
                CUSTOMERS ARE CHECKED AGAINST NAMES ADDED SINCE THEY
                WERE SCREENED AT AC02 ADD TIME.  IT RUNS ONLY WHEN
                THE LIST HAS CHANGED: THE LAST GOOD ACCT88 LOAD ON
                RUNCTL IS COMPARED WITH THIS JOB'S OWN LAST RUNCTL
                ROW, AND WHEN NO LOAD HAS COME IN SINCE, THE STEP
                SAYS SO AND ENDS.  EACH ACCOUNT IS MATCHED WITH THE
                SAME RULE AS THE AC02 SCREEN - SAME SURNAME, AND A
                LISTING WITH NO FIRST NAME, THE SAME FIRST INITIAL OR
                THE SAME STREET LINE.  A MATCH ALREADY ON OFACHIT,
                HELD OR CLEARED, IS NOT RAISED AGAIN; A NEW ONE IS
                WRITTEN THERE 'H', TO ACCTAUD AS A TYPE 'O' RECORD,
                AND TO THE REPORT, AND THE MASTER IS HELD (OFACDO
                'H') SO THE ACCOUNT JOINS THE AC29 QUEUE FOR
                COMPLIANCE TO CLEAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT SDNLIST-FILE ASSIGN TO SDNLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDN-KEY
               FILE STATUS IS WS-SDN-STATUS.
           SELECT OFACHIT-FILE ASSIGN TO OFACHIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-OH-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OFC-REPORT-FILE ASSIGN TO OFCRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  SDNLIST-FILE
           RECORDING MODE F.
       01  SDNLIST-REC.
           COPY SDNLIST.
       FD  OFACHIT-FILE
           RECORDING MODE F.
       01  OFACHIT-REC.
           COPY OFACHIT.
       FD  ACCTAUD-FILE
           RECORDING MODE F.
       01  ACCTAUD-REC.
           COPY ACCTAUD.
       FD  RUNCTL-FILE
           RECORDING MODE F.
       01  RUNCTL-REC.
           COPY RUNCTL.
       FD  OFC-REPORT-FILE
           RECORDING MODE F.
       01  OFC-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
           02  WS-SDN-STATUS           PIC XX VALUE SPACES.
               88  SDN-OK                  VALUE '00'.
           02  WS-OH-STATUS            PIC XX VALUE SPACES.
               88  OH-FOUND                VALUE '00'.
           02  WS-AUD-STATUS           PIC XX VALUE SPACES.
           02  WS-RUNCTL-STATUS        PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-RC-EOF-SW            PIC X VALUE 'N'.
               88  RC-DONE                 VALUE 'Y'.
           02  WS-SDN-EOF-SW           PIC X VALUE 'N'.
               88  SDN-DONE                VALUE 'Y'.
           02  WS-NEW-HIT-SW           PIC X VALUE 'N'.
               88  NEW-HIT                 VALUE 'Y'.
           02  WS-ACCT-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-HIT-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-KNOWN-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-HELD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-AUD-SEQ              PIC S9(4) COMP VALUE +0.
           02  WS-NOW-DATE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOW-TIME             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LOAD-DATE            PIC 9(8) VALUE 0.
           02  WS-SCAN-DATE            PIC 9(8) VALUE 0.
           02  WS-RC-CCYYMMDD          PIC 9(8) VALUE 0.
       01  WS-NOW-DAY.
           02  WS-NOW-YY               PIC 9(2).
           02  WS-NOW-DDD              PIC 9(3).
       01  WS-NOW-HMS                  PIC 9(8).
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-RC-DATE                  PIC 9(6).
       01  WS-RC-DATE-R REDEFINES WS-RC-DATE.
           02  WS-RC-YY                PIC 9(2).
           02  WS-RC-MMDD              PIC 9(4).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT89 SANCTIONS RESCAN OF ACCTFIL - RUN REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-FNAME               PIC X(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-UID                 PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-LIST-FNAME          PIC X(15).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-PROGRAM             PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(30).
           02  FILLER                  PIC X(6) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SUM-NOTE                PIC X(40).
           02  FILLER                  PIC X(23) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOAD-DATE = 0 OR WS-LOAD-DATE < WS-SCAN-DATE
               PERFORM 8000-NO-RESCAN THRU 8000-EXIT
               STOP RUN.
           OPEN I-O ACCT-MASTER.
           OPEN INPUT SDNLIST-FILE.
           OPEN I-O OFACHIT-FILE.
           OPEN I-O ACCTAUD-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
           PERFORM 2000-SCREEN-ACCOUNT THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN OUTPUT OFC-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE OFC-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
           IF WS-NOW-YY > 50
               COMPUTE WS-NOW-DATE = WS-NOW-YY * 1000 + WS-NOW-DDD
           ELSE
               COMPUTE WS-NOW-DATE =
                   100000 + WS-NOW-YY * 1000 + WS-NOW-DDD.
           PERFORM 1200-LAST-RUNS THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE LAST CLEAN ACCT88 LOAD AND THE LAST ACCT89 RESCAN, BOTH
      * FROM RUNCTL AND BOTH WINDOWED TO CCYYMMDD.  A LOAD ON THE SAME
      * DAY AS THE LAST RESCAN COUNTS AS NEWER, SINCE THE LOAD RUNS
      * AHEAD OF THE RESCAN IN THE STREAM.
      *****************************************************************
       1200-LAST-RUNS.
           OPEN INPUT RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 1210-SCAN-RUNCTL THRU 1210-EXIT
               UNTIL RC-DONE.
           CLOSE RUNCTL-FILE.
       1200-EXIT.
           EXIT.
       1210-SCAN-RUNCTL.
           READ RUNCTL-FILE
               AT END MOVE 'Y' TO WS-RC-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF RC-DONE GO TO 1210-EXIT.
           IF RC-JOB NOT = 'ACCT88' AND RC-JOB NOT = 'ACCT89'
               GO TO 1210-EXIT.
           IF RC-RUN-DATE NOT NUMERIC GO TO 1210-EXIT.
           MOVE RC-RUN-DATE TO WS-RC-DATE.
           MOVE WS-RC-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-RC-CCYYMMDD = WS-WINDOW-CCYY * 10000
               + WS-RC-MMDD.
           IF RC-JOB = 'ACCT88' AND RC-COMP-CODE = 0
               AND WS-RC-CCYYMMDD > WS-LOAD-DATE
               MOVE WS-RC-CCYYMMDD TO WS-LOAD-DATE.
           IF RC-JOB = 'ACCT89'
               AND WS-RC-CCYYMMDD > WS-SCAN-DATE
               MOVE WS-RC-CCYYMMDD TO WS-SCAN-DATE.
       1210-EXIT.
           EXIT.
       2000-SCREEN-ACCOUNT.
           ADD 1 TO WS-ACCT-CNT.
           MOVE 'N' TO WS-NEW-HIT-SW.
           MOVE 'N' TO WS-SDN-EOF-SW.
           MOVE SNAMEDO TO SDN-SNAME.
           MOVE LOW-VALUES TO SDN-UID.
           START SDNLIST-FILE KEY IS NOT LESS THAN SDN-KEY
               INVALID KEY MOVE 'Y' TO WS-SDN-EOF-SW.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2200-NEXT-LISTING THRU 2200-EXIT
               UNTIL SDN-DONE.
           IF NEW-HIT
               MOVE 'H' TO OFACDO
               REWRITE ACCTREC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               ADD 1 TO WS-HELD-CNT.
           PERFORM 2100-READ-ACCTFIL THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-ACCTFIL.
           READ ACCT-MASTER NEXT RECORD
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
      *****************************************************************
      * THE SAME MATCH RULE AS THE AC02 ADD SCREEN: THE SURNAME, AND
      * EITHER NO LISTED FIRST NAME, THE SAME FIRST INITIAL, OR THE
      * SAME STREET LINE.
      *****************************************************************
       2200-NEXT-LISTING.
           READ SDNLIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SDN-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SDN-DONE GO TO 2200-EXIT.
           IF NOT SDN-OK OR SDN-SNAME NOT = SNAMEDO
               MOVE 'Y' TO WS-SDN-EOF-SW
               GO TO 2200-EXIT.
           IF SDN-FNAME NOT = SPACES AND
               SDN-FNAME (1:1) NOT = FNAMEDO (1:1) AND
               (SDN-ADDR1 = SPACES OR SDN-ADDR1 NOT = ADDR1DO)
               GO TO 2200-EXIT.
           ADD 1 TO WS-HIT-CNT.
           MOVE ACCTDO TO OH-ACCT.
           MOVE SDN-UID TO OH-UID.
           READ OFACHIT-FILE
               INVALID KEY MOVE '23' TO WS-OH-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF OH-FOUND
               ADD 1 TO WS-KNOWN-CNT
               GO TO 2200-EXIT.
           MOVE SPACES TO OFACHIT-REC.
           MOVE ACCTDO TO OH-ACCT.
           MOVE SDN-UID TO OH-UID.
           MOVE 'H' TO OH-STATUS.
           MOVE 'R' TO OH-SRC.
           MOVE WS-NOW-DATE TO OH-HIT-DATE.
           MOVE 0 TO OH-CLR-DATE.
           WRITE OFACHIT-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 'Y' TO WS-NEW-HIT-SW.
           PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
           MOVE SPACES TO RPT-LINE.
           MOVE ACCTDO TO RPT-ACCTC.
           MOVE SNAMEDO TO RPT-SNAME.
           MOVE FNAMEDO TO RPT-FNAME.
           MOVE SDN-UID TO RPT-UID.
           MOVE SDN-FNAME TO RPT-LIST-FNAME.
           MOVE SDN-PROGRAM TO RPT-PROGRAM.
           IF APPRDO = 'P'
               MOVE 'HELD - PENDING APPLICATION' TO RPT-NOTE
           ELSE
               MOVE 'HELD - EXISTING CUSTOMER' TO RPT-NOTE.
           WRITE OFC-RPT-REC FROM RPT-LINE.
       2200-EXIT.
           EXIT.
       2600-WRITE-AUDIT.
           MOVE ACCTDO TO AUD-ACCT.
           MOVE WS-NOW-DATE TO AUD-DATE.
           MOVE WS-NOW-TIME TO AUD-TIME.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-AUD-SEQ TO AUD-SEQ.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'O' TO AUD-REQC.
           MOVE 'OFAC HIT' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE 'H' TO AUD-IMAGE (1:1).
           MOVE SDN-UID TO AUD-IMAGE (3:6).
           MOVE SDN-SNAME TO AUD-IMAGE (14:12).
           MOVE SDN-FNAME TO AUD-IMAGE (27:15).
           MOVE SDN-PROGRAM TO AUD-IMAGE (43:8).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2600-EXIT.
           EXIT.
       8000-NO-RESCAN.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LIST UNCHANGED - NO RESCAN' TO SUM-LABEL.
           MOVE 0 TO SUM-CNT.
           IF WS-LOAD-DATE = 0
               MOVE 'NO GOOD ACCT88 LOAD ON RUNCTL' TO SUM-NOTE
           ELSE
               MOVE 'LAST LOAD PREDATES LAST RESCAN' TO SUM-NOTE.
           WRITE OFC-RPT-REC FROM SUMMARY-LINE.
           CLOSE OFC-REPORT-FILE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ACCOUNTS SCANNED:           ' TO SUM-LABEL.
           MOVE WS-ACCT-CNT TO SUM-CNT.
           WRITE OFC-RPT-REC FROM SUMMARY-LINE.
           MOVE 'POSSIBLE MATCHES FOUND:     ' TO SUM-LABEL.
           MOVE WS-HIT-CNT TO SUM-CNT.
           WRITE OFC-RPT-REC FROM SUMMARY-LINE.
           MOVE '  ALREADY HELD OR CLEARED:  ' TO SUM-LABEL.
           MOVE WS-KNOWN-CNT TO SUM-CNT.
           WRITE OFC-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNTS NEWLY HELD:        ' TO SUM-LABEL.
           MOVE WS-HELD-CNT TO SUM-CNT.
           WRITE OFC-RPT-REC FROM SUMMARY-LINE.
           PERFORM 9900-WRITE-RUNCTL THRU 9900-EXIT.
           CLOSE ACCT-MASTER, SDNLIST-FILE, OFACHIT-FILE,
               ACCTAUD-FILE, OFC-REPORT-FILE.
       9000-EXIT.
           EXIT.
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT89' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-ACCT-CNT TO RC-READ-CNT.
           MOVE WS-HELD-CNT TO RC-WRITE-CNT.
           MOVE RETURN-CODE TO RC-COMP-CODE.
           WRITE RUNCTL-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           CLOSE RUNCTL-FILE.
       9900-EXIT.
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
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
           MOVE WS-SDN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SDNLIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SDN-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-OH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'OFACHIT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE OH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-AUD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAUD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RUNCTL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RUNCTL' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RUNCTL-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'OFCRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE OFC-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT89' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
