       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT114.
       REMARKS. THIS NIGHTLY BATCH STEP MAILS THE ADVERSE-ACTION
                NOTICES QUEUED ON ADVACT - ONE FOR EVERY APPLICATION
                DECLINED ON AC29 AND EVERY LIMIT DECREASE APPROVED ON
                AC11.  EACH NOTICE GOES INTO THE XEROX STREAM UNDER
                ITS OWN FORM NAME 'ACADVA01' AND HANDLING CODE 'AA'
                (THE SPANISH VARIANT WHEN THE CORRESPONDENCE LANGUAGE
                TAKEN AT THE DECISION IS 'S'), ADDRESSED FROM THE NAME
                AND ADDRESS ON THE QUEUE RECORD, AND STATES THE ACTION
                TAKEN - THE LINE APPLIED FOR, OR THE OLD AND NEW
                LIMITS - AND UP TO FOUR PRINCIPAL REASONS, EACH THE
                CDTABLE TYPE 'X' DESCRIPTION OF ITS CODE.  A NOTICE
                QUEUED WITH NO REASON CODES SAYS THE REASONS ARE
                AVAILABLE ON REQUEST AND IS COUNTED FOR FOLLOW-UP.
                EVERY NOTICE IS LOGGED TO CORRHIST AND
                LISTED ON THE CONTROL REPORT, AND ITS QUEUE RECORD IS
                MARKED COMPLETE WITH THE MAIL DATE AS IT IS WRITTEN,
                SO A RERUN CANNOT MAIL IT TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVACT-FILE ASSIGN TO ADVACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AV-KEY
               FILE STATUS IS WS-AV-STATUS.
           SELECT CDTABLE-FILE ASSIGN TO CDTABLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CD-STATUS.
           SELECT CORRHIST-FILE ASSIGN TO CORRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CH-STATUS.
           SELECT XEROX-DOC-FILE ASSIGN TO XRXADVA
               FILE STATUS IS WS-DOC-STATUS.
           SELECT ADV-REPORT-FILE ASSIGN TO ADVRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADVACT-FILE
           RECORDING MODE F.
       01  ADVACT-REC.
           COPY ADVACT.
       FD  CDTABLE-FILE
           RECORDING MODE F.
       01  CDTABLE-REC.
           COPY CDTABLE.
       FD  CORRHIST-FILE
           RECORDING MODE F.
       01  CORRHIST-REC.
           COPY CORRHIST.
       FD  XEROX-DOC-FILE
           RECORDING MODE F.
       01  XRXDOC-REC.
           COPY XRXDOC.
       FD  ADV-REPORT-FILE
           RECORDING MODE F.
       01  ADV-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-AV-STATUS            PIC XX VALUE SPACES.
           02  WS-CD-STATUS            PIC XX VALUE SPACES.
               88  CD-FOUND                VALUE '00'.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
           02  WS-DOC-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECLINE-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECREASE-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-NORSN-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-BADRSN-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-SPAN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-SEQN              PIC S9(4) COMP VALUE +0.
           02  WS-CH-NOW-DATE          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-NOW-TIME          PIC S9(7) COMP-3 VALUE 0.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-OUT                  PIC S9(4) COMP VALUE +0.
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
       01  WS-TODAY8 REDEFINES WS-DOC-DATE PIC 9(8).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-AMT-WORK.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-HASH-N                   PIC 9(9) VALUE 0.
      *****************************************************************
      * THE ARCHIVED PAGE TEXT OF THE NOTICE (225 CHARACTERS).
      *****************************************************************
       01  ADVERSE-TEXT.
           05  ATX-NAME.
               10  ATX-FNAME           PIC X(7).
               10  FILLER              PIC X VALUE SPACE.
               10  ATX-SNAME           PIC X(12).
           05  ATX-ADDR1               PIC X(24).
           05  ATX-ADDR2               PIC X(24).
           05  ATX-ADDR3               PIC X(16).
           05  ATX-ACTION              PIC X(16).
           05  ATX-FROM-LABEL          PIC X(5).
           05  ATX-OLD-LIMIT           PIC X(8).
           05  ATX-TO-LABEL            PIC X(4).
           05  ATX-NEW-LIMIT           PIC X(8).
           05  FILLER                  PIC X(10) VALUE ' REASONS: '.
           05  ATX-REASON              PIC X(20) OCCURS 4 TIMES.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT114 ADVERSE-ACTION NOTICES MAILED'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCT                PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-ACTION              PIC X(16).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-OLD-LIMIT           PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NEW-LIMIT           PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-REASONS             PIC X(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-OPID                PIC X(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(30).
           02  FILLER                  PIC X(14) VALUE SPACES.
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
           PERFORM 2000-PROCESS-NOTICE THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN I-O ADVACT-FILE.
           OPEN INPUT CDTABLE-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN OUTPUT ADV-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE ADV-RPT-REC FROM HEADER-LINE.
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
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-DOC-CCYY.
           MOVE WS-TODAY-MM TO WS-DOC-MM.
           MOVE WS-TODAY-DD TO WS-DOC-DD.
           PERFORM 2100-READ-ADVACT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-NOTICE.
           ADD 1 TO WS-READ-CNT.
           IF NOT AV-SCHEDULED GO TO 2000-READ-NEXT.
           PERFORM 2200-BUILD-NOTICE THRU 2200-EXIT.
           PERFORM 2500-WRITE-DOCUMENT THRU 2500-EXIT.
           MOVE 'C' TO AV-STATUS.
           MOVE WS-TODAY8 TO AV-MAIL-DATE.
           REWRITE ADVACT-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-ADVACT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-ADVACT.
           READ ADVACT-FILE NEXT RECORD
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
      * THE ACTION TAKEN AND ITS REASONS.  A DECLINE SHOWS THE LINE
      * APPLIED FOR; A DECREASE SHOWS THE OLD AND NEW LIMITS.
      *****************************************************************
       2200-BUILD-NOTICE.
           MOVE SPACES TO RPT-LINE.
           MOVE AV-FNAME TO ATX-FNAME.
           MOVE AV-SNAME TO ATX-SNAME.
           MOVE AV-ADDR1 TO ATX-ADDR1.
           MOVE AV-ADDR2 TO ATX-ADDR2.
           MOVE AV-ADDR3 TO ATX-ADDR3.
           IF AV-DECLINE
               MOVE 'CREDIT DECLINED' TO ATX-ACTION
               MOVE SPACES TO ATX-FROM-LABEL, ATX-OLD-LIMIT
               MOVE ' FOR' TO ATX-TO-LABEL
               ADD 1 TO WS-DECLINE-CNT
           ELSE
               MOVE 'LIMIT DECREASED' TO ATX-ACTION
               MOVE ' FROM' TO ATX-FROM-LABEL
               MOVE AV-OLD-LIMIT TO ATX-OLD-LIMIT
               MOVE ' TO ' TO ATX-TO-LABEL
               ADD 1 TO WS-DECREASE-CNT.
           MOVE AV-NEW-LIMIT TO ATX-NEW-LIMIT.
           MOVE SPACES TO ATX-REASON (1), ATX-REASON (2),
               ATX-REASON (3), ATX-REASON (4).
           MOVE 0 TO WS-OUT.
           PERFORM 2300-GET-REASON THRU 2300-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
           IF WS-OUT = 0
               MOVE 'AVAILABLE ON REQUEST' TO ATX-REASON (1)
               MOVE 'NO REASON CODES' TO RPT-NOTE
               ADD 1 TO WS-NORSN-CNT.
       2200-EXIT.
           EXIT.
       2300-GET-REASON.
           IF AV-RSN (WS-SUB) = SPACE GO TO 2300-EXIT.
           ADD 1 TO WS-OUT.
           MOVE 'X' TO CD-TYPE.
           MOVE AV-RSN (WS-SUB) TO CD-VALUE.
           READ CDTABLE-FILE
               INVALID KEY MOVE '23' TO WS-CD-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF CD-FOUND
               MOVE CD-DESC TO ATX-REASON (WS-OUT)
               GO TO 2300-EXIT.
           MOVE 'REASON CODE' TO ATX-REASON (WS-OUT).
           MOVE AV-RSN (WS-SUB) TO ATX-REASON (WS-OUT) (13:1).
           MOVE 'REASON NOT ON CDTABLE' TO RPT-NOTE.
           ADD 1 TO WS-BADRSN-CNT.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * ONE PAGE PER NOTICE.  THE HASH TOTAL IS THE NEW LIMIT (OR THE
      * LINE APPLIED FOR) IN CENTS.
      *****************************************************************
       2500-WRITE-DOCUMENT.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'AA' TO XRX-SPECIAL-HANDLING.
           MOVE 'ACADVA01' TO XRX-FORM-NAME.
           IF AV-LANG = 'S'
               MOVE 'S' TO XRX-FORM-NAME (8:1)
               ADD 1 TO WS-SPAN-CNT.
           MOVE WS-DOC-DATE TO XRX-DATE.
           MOVE 1 TO XRX-COMPANY-NO.
           MOVE AV-ACCT TO XRX-CUST-NO (2:5).
           MOVE '0' TO XRX-CUST-NO (1:1).
           MOVE ZERO TO XRX-CUST-LOC-NO.
           MOVE AV-ACCT TO XRX-UNIQUE-KEY.
           MOVE 0 TO WS-HASH-N.
           MOVE AV-NEW-LIMIT TO WS-AMT-X.
           PERFORM 2700-EDIT-AMOUNT THRU 2700-EXIT.
           IF NOT AMT-BAD
               COMPUTE WS-HASH-N = WS-AMT-VAL-N * 100.
           MOVE WS-HASH-N TO XRX-HASH-TOTAL.
           MOVE 1 TO XRX-PAGE-NO.
           MOVE ADVERSE-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2900-LOG-CORR THRU 2900-EXIT.
           MOVE AV-ACCT TO RPT-ACCT.
           MOVE ATX-ACTION TO RPT-ACTION.
           MOVE AV-OLD-LIMIT TO RPT-OLD-LIMIT.
           MOVE AV-NEW-LIMIT TO RPT-NEW-LIMIT.
           MOVE AV-REASONS TO RPT-REASONS.
           MOVE AV-OPID TO RPT-OPID.
           WRITE ADV-RPT-REC FROM RPT-LINE.
       2500-EXIT.
           EXIT.
       2700-EDIT-AMOUNT.
      *    A LIMIT IS CARRIED AS EIGHT DISPLAY CHARACTERS IN THE FORM
      *    '  999.99' WITH THE DECIMAL POINT FIXED IN THE SIXTH
      *    POSITION.  LEADING SPACES ARE TREATED AS ZEROS.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       2700-EXIT.
           EXIT.
      *****************************************************************
      * EVERY DOCUMENT WRITTEN TO THE XEROX STREAM IS LOGGED TO THE
      * CORRESPONDENCE HISTORY WITH ITS FORM, HANDLING CODE AND THE
      * ARCHIVED PAGE TEXT, FOR THE AC26 BROWSE AND REPRINTS.  A
      * DECLINED APPLICATION'S ACCOUNT NUMBER IS NEVER REUSED, SO ITS
      * HISTORY STAYS WITH THE TOMBSTONE.
      *****************************************************************
       2900-LOG-CORR.
           MOVE AV-ACCT TO CH-ACCT.
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
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'QUEUE RECORDS READ:         ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE ADV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'DECLINE NOTICES MAILED:     ' TO SUM-LABEL.
           MOVE WS-DECLINE-CNT TO SUM-CNT.
           WRITE ADV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'DECREASE NOTICES MAILED:    ' TO SUM-LABEL.
           MOVE WS-DECREASE-CNT TO SUM-CNT.
           WRITE ADV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'OF WHICH NO REASON CODES:   ' TO SUM-LABEL.
           MOVE WS-NORSN-CNT TO SUM-CNT.
           WRITE ADV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REASONS NOT ON CDTABLE:     ' TO SUM-LABEL.
           MOVE WS-BADRSN-CNT TO SUM-CNT.
           WRITE ADV-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SPANISH NOTICES:            ' TO SUM-LABEL.
           MOVE WS-SPAN-CNT TO SUM-CNT.
           WRITE ADV-RPT-REC FROM SUMMARY-LINE.
           CLOSE ADVACT-FILE, CDTABLE-FILE, CORRHIST-FILE,
               XEROX-DOC-FILE, ADV-REPORT-FILE.
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
           MOVE WS-AV-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ADVACT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AV-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CDTABLE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CD-KEY TO ABL-KEY
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
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXADVA' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ADVRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ADV-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT114' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
