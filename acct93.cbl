       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT93.
       REMARKS. THIS MONTHLY BATCH PROGRAM LOADS THE MILITARY-STATUS
                MATCH FILE OUR DATA VENDOR RETURNS AFTER RUNNING THE
                CUSTOMER BASE AGAINST THE DEFENSE MANPOWER DATA
                CENTER, SO A CUSTOMER CALLED TO ACTIVE DUTY GETS THE
                SERVICEMEMBER PROTECTIONS WITHOUT HAVING TO ASK.  EACH
                MATCH NAMES AN ACCOUNT, THE SOCIAL SECURITY NUMBER AND
                SURNAME THE VENDOR MATCHED ON, THE BRANCH, AND THE
                CCYYMMDD DATES ACTIVE DUTY BEGAN AND ENDED (ZERO WHILE
                STILL SERVING).  THE MATCH IS PROVED AGAINST OUR OWN
                RECORDS THE SAME WAY ACCT90 PROVES A DEATH-MASTER
                MATCH: AGAINST THE TAXPAYER ID ON THE SECURED IDENTITY
                FILE WHEN ONE HAS BEEN KEYED, OTHERWISE AGAINST THE
                SURNAME ON THE MASTER.  A PROVED MATCH FOR A PERIOD
                NOT YET ON THE MILSVC FILE IS WRITTEN THERE (SOURCE
                'M'); A PERIOD ALREADY ON FILE HAS ITS END DATE
                BROUGHT UP TO DATE WHEN THE VENDOR REPORTS ONE.  A
                PERIOD A SUPERVISOR WITHDREW ON AC36 IS NOT
                REINSTATED BY THE MATCH - IT IS LISTED FOR REVIEW.
                EVERY NEW OR CHANGED PERIOD GOES ON THE ACCTAUD TRAIL
                AS A TYPE 'C' RECORD.  UNKNOWN ACCOUNTS, UNUSABLE OR
                UNPROVED MATCHES ARE REJECTED ON THE RUN REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-FILE ASSIGN TO MILMATCH
               FILE STATUS IS WS-MATCH-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT IDENTITY-FILE ASSIGN TO IDENTITY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ACCT
               FILE STATUS IS WS-ID-STATUS.
           SELECT MILSVC-FILE ASSIGN TO MILSVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT MIL-REPORT-FILE ASSIGN TO MILLDRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-FILE
           RECORDING MODE F.
       01  MATCH-REC.
           05  MM-ACCT                 PIC X(5).
           05  MM-SSN                  PIC X(9).
           05  MM-SNAME                PIC X(12).
           05  MM-START                PIC 9(8).
           05  MM-END                  PIC 9(8).
           05  MM-BRANCH               PIC X(2).
           05  FILLER                  PIC X(36).
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  IDENTITY-FILE
           RECORDING MODE F.
       01  IDENTITY-REC.
           COPY IDENTITY.
       FD  MILSVC-FILE
           RECORDING MODE F.
       01  MILSVC-REC.
           COPY MILSVC.
       FD  ACCTAUD-FILE
           RECORDING MODE F.
       01  ACCTAUD-REC.
           COPY ACCTAUD.
       FD  MIL-REPORT-FILE
           RECORDING MODE F.
       01  MIL-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-MATCH-STATUS         PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-ID-STATUS            PIC XX VALUE SPACES.
               88  ID-FOUND                VALUE '00'.
           02  WS-MS-STATUS            PIC XX VALUE SPACES.
               88  MS-FOUND                VALUE '00'.
           02  WS-AUD-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NEW-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-ENDED-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-SAME-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-WITHDR-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-REJ-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-AUD-SEQ              PIC S9(4) COMP VALUE +0.
           02  WS-NOW-DATE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOW-TIME             PIC S9(7) COMP-3 VALUE 0.
       01  WS-NOW-DAY.
           02  WS-NOW-YY               PIC 9(2).
           02  WS-NOW-DDD              PIC 9(3).
       01  WS-NOW-HMS                  PIC 9(8).
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-CCYYMMDD           PIC 9(8) VALUE 0.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT93 MILITARY-STATUS MATCH PROCESSING - RUN REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-BRANCH              PIC X(2).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-START               PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-END                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(40).
           02  FILLER                  PIC X(15) VALUE SPACES.
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
           PERFORM 2000-PROCESS-MATCH THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT MATCH-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT IDENTITY-FILE.
           OPEN I-O MILSVC-FILE.
           OPEN I-O ACCTAUD-FILE.
           OPEN OUTPUT MIL-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE MIL-RPT-REC FROM HEADER-LINE.
           ACCEPT WS-NOW-DAY FROM DAY.
           ACCEPT WS-NOW-HMS FROM TIME.
           COMPUTE WS-NOW-TIME = WS-NOW-HMS / 100.
           IF WS-NOW-YY > 50
               COMPUTE WS-NOW-DATE = WS-NOW-YY * 1000 + WS-NOW-DDD
           ELSE
               COMPUTE WS-NOW-DATE =
                   100000 + WS-NOW-YY * 1000 + WS-NOW-DDD.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           IF WS-TODAY-YY > 50
               COMPUTE WS-TODAY-CCYYMMDD = 19000000
                   + WS-TODAY-YY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD
           ELSE
               COMPUTE WS-TODAY-CCYYMMDD = 20000000
                   + WS-TODAY-YY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD.
           PERFORM 2100-READ-MATCH THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-MATCH.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE MM-ACCT TO RPT-ACCTC.
           MOVE MM-SNAME TO RPT-SNAME.
           MOVE MM-BRANCH TO RPT-BRANCH.
           MOVE MM-START TO RPT-START.
           MOVE MM-END TO RPT-END.
           IF MM-ACCT NOT NUMERIC OR MM-START NOT NUMERIC
               OR MM-END NOT NUMERIC
               OR MM-START = 0 OR MM-START > WS-TODAY-CCYYMMDD
               MOVE 'MATCH NOT USABLE - REJECTED' TO RPT-NOTE
               GO TO 2000-REJECT.
           IF MM-END NOT = 0 AND MM-END < MM-START
               MOVE 'DUTY ENDS BEFORE IT BEGINS - REJECTED'
                   TO RPT-NOTE
               GO TO 2000-REJECT.
           MOVE MM-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               MOVE 'ACCOUNT NOT FOUND - REJECTED' TO RPT-NOTE
               GO TO 2000-REJECT.
      *    THE VENDOR'S MATCH MUST AGREE WITH THE TAXPAYER ID WE
      *    HOLD, OR FAILING ONE, WITH THE SURNAME ON THE MASTER.
           MOVE MM-ACCT TO ID-ACCT.
           READ IDENTITY-FILE
               INVALID KEY MOVE '23' TO WS-ID-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ID-FOUND AND ID-CAPTURED
               IF ID-TIN NOT = MM-SSN
                   MOVE 'SSN DISAGREES WITH IDENTITY - REJECTED'
                       TO RPT-NOTE
                   GO TO 2000-REJECT
               END-IF
           ELSE
               IF MM-SNAME NOT = SNAMEDO
                   MOVE 'SURNAME DISAGREES - REJECTED' TO RPT-NOTE
                   GO TO 2000-REJECT
               END-IF
           END-IF.
           MOVE MM-ACCT TO MS-ACCT.
           MOVE MM-START TO MS-START.
           READ MILSVC-FILE
               INVALID KEY MOVE '23' TO WS-MS-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT MS-FOUND
               PERFORM 2200-NEW-PERIOD THRU 2200-EXIT
               GO TO 2000-REPORT.
           IF MS-WITHDRAWN
               ADD 1 TO WS-WITHDR-CNT
               MOVE 'WITHDRAWN ON AC36 - LEFT FOR REVIEW' TO RPT-NOTE
               GO TO 2000-REPORT.
           IF MS-END = MM-END
               ADD 1 TO WS-SAME-CNT
               MOVE 'ALREADY ON FILE' TO RPT-NOTE
               GO TO 2000-REPORT.
           PERFORM 2300-UPDATE-END THRU 2300-EXIT.
       2000-REPORT.
           WRITE MIL-RPT-REC FROM RPT-LINE.
           GO TO 2000-READ-NEXT.
       2000-REJECT.
           ADD 1 TO WS-REJ-CNT.
           WRITE MIL-RPT-REC FROM RPT-LINE.
       2000-READ-NEXT.
           PERFORM 2100-READ-MATCH THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-MATCH.
           READ MATCH-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2200-NEW-PERIOD.
           MOVE SPACES TO MILSVC-REC.
           MOVE MM-ACCT TO MS-ACCT.
           MOVE MM-START TO MS-START.
           MOVE MM-END TO MS-END.
           MOVE SPACE TO MS-STATUS.
           MOVE 'M' TO MS-SOURCE.
           MOVE MM-BRANCH TO MS-BRANCH.
           MOVE WS-TODAY-CCYYMMDD TO MS-NOTICE-DATE, MS-UPD-DATE.
           MOVE 0 TO MS-FC-PERIOD, MS-FC-FORGONE-MO,
               MS-FC-FORGONE-TOT.
           MOVE 'BAT' TO MS-OPID.
           WRITE MILSVC-REC
               INVALID KEY MOVE '22' TO WS-MS-STATUS.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-NEW-CNT.
           MOVE 'ACTIVE-DUTY PERIOD RECORDED' TO RPT-NOTE.
           PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * THE VENDOR REPORTS THE END OF A PERIOD WE ALREADY HOLD, OR A
      * CORRECTED ONE.  THE PROTECTIONS RUN THROUGH THE NEW END DATE.
      *****************************************************************
       2300-UPDATE-END.
           MOVE MM-END TO MS-END.
           MOVE WS-TODAY-CCYYMMDD TO MS-UPD-DATE.
           MOVE 'BAT' TO MS-OPID.
           REWRITE MILSVC-REC
               INVALID KEY MOVE '23' TO WS-MS-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-ENDED-CNT.
           MOVE 'END OF ACTIVE DUTY UPDATED' TO RPT-NOTE.
           PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * THE PERIOD GOES ON THE AUDIT TRAIL AS A TYPE 'C' RECORD:
      * SOURCE, START, END, BRANCH AND WHO RECORDED IT.
      *****************************************************************
       2600-WRITE-AUDIT.
           MOVE MM-ACCT TO AUD-ACCT.
           MOVE WS-NOW-DATE TO AUD-DATE.
           MOVE WS-NOW-TIME TO AUD-TIME.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-AUD-SEQ TO AUD-SEQ.
           MOVE 'BTCH' TO AUD-TERM.
           MOVE 'C' TO AUD-REQC.
           IF MM-END = 0
               MOVE 'MIL ACTIVE' TO AUD-TITLE
           ELSE
               MOVE 'MIL ENDED' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE 'M' TO AUD-IMAGE (1:1).
           MOVE MM-START TO AUD-IMAGE (3:8).
           MOVE MM-END TO AUD-IMAGE (12:8).
           MOVE MM-BRANCH TO AUD-IMAGE (21:2).
           MOVE 'BAT' TO AUD-IMAGE (42:3).
           WRITE ACCTAUD-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2600-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'MATCHES READ:               ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NEW ACTIVE-DUTY PERIODS:    ' TO SUM-LABEL.
           MOVE WS-NEW-CNT TO SUM-CNT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'END DATES UPDATED:          ' TO SUM-LABEL.
           MOVE WS-ENDED-CNT TO SUM-CNT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ALREADY ON FILE:            ' TO SUM-LABEL.
           MOVE WS-SAME-CNT TO SUM-CNT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'WITHDRAWN, LEFT FOR REVIEW: ' TO SUM-LABEL.
           MOVE WS-WITHDR-CNT TO SUM-CNT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REJECTED:                   ' TO SUM-LABEL.
           MOVE WS-REJ-CNT TO SUM-CNT.
           WRITE MIL-RPT-REC FROM SUMMARY-LINE.
           CLOSE MATCH-FILE, ACCT-MASTER, IDENTITY-FILE,
               MILSVC-FILE, ACCTAUD-FILE, MIL-REPORT-FILE.
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
           MOVE WS-MATCH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MILMATCH' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MATCH-REC TO ABL-KEY
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
           MOVE WS-ID-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'IDENTITY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ID-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MS-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MILSVC' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MS-KEY TO ABL-KEY
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
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'MILLDRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MIL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT93' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
