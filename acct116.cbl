       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT116.
       REMARKS. THIS NIGHTLY BATCH STEP MAILS THE ADDRESS-CHANGE
                CONFIRMATION LETTERS.  EVERY PERMANENT ADDRESS CHANGE
                OF THE DAY - AN AC02 MODIFY ('CHG IMAGE') OR AN ACCT67
                CHANGE-OF-ADDRESS APPLY ('COA IMAGE') WHOSE ACCTAUD
                'I' AFTER-IMAGE CARRIES A DIFFERENT ADDRESS FROM THE
                IMAGE BEFORE IT - GETS ONE LETTER AT THE NEW ADDRESS
                AND ONE AT THE PRIOR ADDRESS, EACH NAMING THE OTHER,
                SO A CUSTOMER WHOSE ADDRESS WAS CHANGED BEHIND THEIR
                BACK HEARS OF IT AT THE ADDRESS THEY STILL LIVE AT.
                THE PRIOR ADDRESS IS THE ONE ON THE ACCOUNT'S PREVIOUS
                'I' IMAGE (OR THE ACCT67 'COA APPLY' BEFORE-IMAGE);
                WHEN THE TRAIL HOLDS NEITHER, ONLY THE NEW ADDRESS IS
                WRITTEN TO AND THE CHANGE IS COUNTED.  THE AC17
                SEASONAL ALTERNATES ARE TEMPORARY AND ARE NOT
                CONFIRMED.  THE DAY IS TAKEN FROM THE ADCPARM CARD
                (EIBDATE 0CYYDDD FORM, AS THE ACCT59 CARD TAKES IT);
                ZERO OR MISSING MEANS TODAY.  THE LETTERS GO INTO THE
                XEROX STREAM UNDER FORM 'ACADRC01' AND HANDLING CODE
                'AC' IN THE CUSTOMER'S LANGDO LANGUAGE (ACCTMSG LEGEND
                311), AND EVERY LETTER IS LOGGED TO CORRHIST AND
                LISTED ON THE CONTROL REPORT.  AC24 AUTHORIZATIONS
                SOON AFTER A CHANGE ARE FLAGGED ON AUTHLOG BY ACCT58
                AND LISTED BY ACCT59 FOR THE SAME REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO ADCPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CORRHIST-FILE ASSIGN TO CORRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CH-STATUS.
           SELECT ACCTMSG-FILE ASSIGN TO ACCTMSG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMSG-KEY
               FILE STATUS IS WS-LANG-STATUS.
           SELECT XEROX-DOC-FILE ASSIGN TO XRXADRC
               FILE STATUS IS WS-DOC-STATUS.
           SELECT ADC-REPORT-FILE ASSIGN TO ADCRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-DATE               PIC 9(7).
           05  FILLER                  PIC X(73).
       FD  ACCTAUD-FILE
           RECORDING MODE F.
       01  ACCTAUD-REC.
           COPY ACCTAUD.
       FD  CORRHIST-FILE
           RECORDING MODE F.
       01  CORRHIST-REC.
           COPY CORRHIST.
       FD  ACCTMSG-FILE
           RECORDING MODE F.
       01  AMSG-REC.
           COPY ACCTMSG.
       FD  XEROX-DOC-FILE
           RECORDING MODE F.
       01  XRXDOC-REC.
           COPY XRXDOC.
       FD  ADC-REPORT-FILE
           RECORDING MODE F.
       01  ADC-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-AUD-STATUS           PIC XX VALUE SPACES.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
           02  WS-LANG-STATUS          PIC XX VALUE SPACES.
               88  LANG-MSG-FOUND          VALUE '00'.
           02  WS-DOC-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-PREV-SW              PIC X VALUE 'N'.
               88  PREV-SEEN               VALUE 'Y'.
           02  WS-MONTH-SW             PIC X VALUE 'N'.
               88  MONTH-FOUND             VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CHANGE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NEW-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-OLD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOPRIOR-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-SPAN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-SEQN              PIC S9(4) COMP VALUE +0.
           02  WS-DOC-LANG             PIC X VALUE 'E'.
           02  WS-LEGEND               PIC X(30) VALUE SPACES.
           02  WS-LEG-MSGNO            PIC 9(4) VALUE 0.
           02  WS-LEG-DEFAULT          PIC X(30) VALUE SPACES.
           02  WS-CH-NOW-DATE          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-NOW-TIME          PIC S9(7) COMP-3 VALUE 0.
           02  WS-RUN-JDATE            PIC S9(7) COMP-3 VALUE 0.
           02  WS-RUN-CYY              PIC 9(4) VALUE 0.
           02  WS-RUN-DDD              PIC 9(4) VALUE 0.
           02  WS-QUOT                 PIC 9(4) VALUE 0.
           02  WS-REM                  PIC 9(4) VALUE 0.
           02  WS-MONTH-DAYS           PIC 9(2) VALUE 0.
           02  WS-PREV-ACCT            PIC X(5) VALUE SPACES.
           02  WS-PREV-ADDR            PIC X(64) VALUE SPACES.
           02  WS-NEW-ADDR             PIC X(64) VALUE SPACES.
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
       01  WS-CHG-DATE.
           02  WS-CHG-CCYY             PIC 9(4).
           02  WS-CHG-MM               PIC 9(2).
           02  WS-CHG-DD               PIC 9(2).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  MONTH-DAYS-VALUES           PIC X(24)
               VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS              PIC 9(2) OCCURS 12 TIMES.
      *    THE ACCTREC AFTER-IMAGE CARRIED ON THE 'I' ENTRY.
       01  ACCTREC.
           COPY ACCTREC.
      *****************************************************************
      * THE ARCHIVED PAGE TEXT OF THE LETTER (225 CHARACTERS).  THE
      * LETTER IS ADDRESSED TO ONE ADDRESS AND NAMES THE OTHER.
      *****************************************************************
       01  CONFIRM-TEXT.
           05  CTX-NAME.
               10  CTX-FNAME           PIC X(7).
               10  FILLER              PIC X VALUE SPACE.
               10  CTX-SNAME           PIC X(12).
           05  CTX-MAIL-ADDR           PIC X(64).
           05  CTX-LEGEND              PIC X(30).
           05  FILLER                  PIC X(4) VALUE ' ON '.
           05  CTX-CHG-DATE.
               10  CTX-CHG-MM          PIC X(2).
               10  FILLER              PIC X VALUE '/'.
               10  CTX-CHG-DD          PIC X(2).
               10  FILLER              PIC X VALUE '/'.
               10  CTX-CHG-YY          PIC X(2).
           05  FILLER                  PIC X(9) VALUE ' SENT TO '.
           05  CTX-SENT-TO             PIC X(5).
           05  FILLER                  PIC X(7) VALUE ' OTHER '.
           05  CTX-OTHER-ADDR          PIC X(64).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  HEADER-LINE.
           02  FILLER                  PIC X(50) VALUE
               'ACCT116 ADDRESS-CHANGE CONFIRMATIONS FOR DATE '.
           02  HDR-DATE                PIC 9(7).
           02  FILLER                  PIC X(43) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCT                PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-TITLE               PIC X(10).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-TERM                PIC X(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SENT-TO             PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-ADDR1               PIC X(24).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(30).
           02  FILLER                  PIC X(12) VALUE SPACES.
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
           OPEN INPUT ACCTAUD-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN INPUT ACCTMSG-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN OUTPUT ADC-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
           IF WS-CH-NOW-YY > 50
               COMPUTE WS-CH-NOW-DATE =
                   WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD
           ELSE
               COMPUTE WS-CH-NOW-DATE =
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           MOVE WS-CH-NOW-DATE TO WS-RUN-JDATE.
           IF PARM-DATE NUMERIC AND PARM-DATE > 0
               MOVE PARM-DATE TO WS-RUN-JDATE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-DOC-CCYY.
           MOVE WS-TODAY-MM TO WS-DOC-MM.
           MOVE WS-TODAY-DD TO WS-DOC-DD.
           PERFORM 2650-CHANGE-DATE THRU 2650-EXIT.
           MOVE WS-CHG-MM TO CTX-CHG-MM.
           MOVE WS-CHG-DD TO CTX-CHG-DD.
           MOVE WS-CHG-CCYY (3:2) TO CTX-CHG-YY.
           MOVE WS-RUN-JDATE TO HDR-DATE.
           WRITE ADC-RPT-REC FROM HEADER-LINE.
           PERFORM 2100-READ-ACCTAUD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE TRAIL IS READ IN ACCOUNT, DATE AND TIME ORDER, SO THE
      * ADDRESS ON THE LAST IMAGE SEEN FOR THE ACCOUNT IS THE ONE IN
      * FORCE JUST BEFORE THE ENTRY IN HAND.
      *****************************************************************
       2000-PROCESS-ENTRY.
           IF AUD-ACCT NOT = WS-PREV-ACCT
               MOVE AUD-ACCT TO WS-PREV-ACCT
               MOVE 'N' TO WS-PREV-SW.
           IF AUD-REQC = 'H' AND AUD-TITLE = 'COA APPLY'
               MOVE AUD-IMAGE (40:64) TO WS-PREV-ADDR
               MOVE 'Y' TO WS-PREV-SW
               GO TO 2000-READ-NEXT.
           IF AUD-REQC NOT = 'I' GO TO 2000-READ-NEXT.
           ADD 1 TO WS-READ-CNT.
           MOVE AUD-IMAGE (40:64) TO WS-NEW-ADDR.
           IF AUD-DATE = WS-RUN-JDATE
               AND (AUD-TITLE = 'CHG IMAGE' OR AUD-TITLE = 'COA IMAGE')
               AND (NOT PREV-SEEN OR WS-NEW-ADDR NOT = WS-PREV-ADDR)
               PERFORM 2200-CONFIRM-CHANGE THRU 2200-EXIT.
           MOVE WS-NEW-ADDR TO WS-PREV-ADDR.
           MOVE 'Y' TO WS-PREV-SW.
       2000-READ-NEXT.
           PERFORM 2100-READ-ACCTAUD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-ACCTAUD.
           READ ACCTAUD-FILE NEXT RECORD
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
      * ONE LETTER TO THE NEW ADDRESS AND, WHEN THE PRIOR ADDRESS IS
      * KNOWN, ONE TO THE PRIOR ADDRESS.
      *****************************************************************
       2200-CONFIRM-CHANGE.
           ADD 1 TO WS-CHANGE-CNT.
           MOVE SPACES TO ACCTREC.
           MOVE AUD-IMAGE (1:383) TO ACCTREC.
           MOVE 311 TO WS-LEG-MSGNO.
           MOVE 'PLEASE CONFIRM ADDRESS CHANGE' TO WS-LEG-DEFAULT.
           PERFORM 2850-SET-LANGUAGE THRU 2850-EXIT.
           MOVE SPACES TO RPT-LINE.
           MOVE AUD-ACCT TO RPT-ACCT.
           MOVE AUD-TITLE TO RPT-TITLE.
           MOVE AUD-TERM TO RPT-TERM.
           MOVE 'NEW' TO CTX-SENT-TO.
           MOVE WS-NEW-ADDR TO CTX-MAIL-ADDR.
           IF PREV-SEEN
               MOVE WS-PREV-ADDR TO CTX-OTHER-ADDR
           ELSE
               MOVE SPACES TO CTX-OTHER-ADDR
               MOVE 'NO PRIOR ADDRESS ON THE TRAIL' TO RPT-NOTE
               ADD 1 TO WS-NOPRIOR-CNT.
           PERFORM 2500-WRITE-DOCUMENT THRU 2500-EXIT.
           ADD 1 TO WS-NEW-CNT.
           IF NOT PREV-SEEN GO TO 2200-EXIT.
           MOVE SPACES TO RPT-NOTE.
           MOVE 'PRIOR' TO CTX-SENT-TO.
           MOVE WS-PREV-ADDR TO CTX-MAIL-ADDR.
           MOVE WS-NEW-ADDR TO CTX-OTHER-ADDR.
           PERFORM 2500-WRITE-DOCUMENT THRU 2500-EXIT.
           ADD 1 TO WS-OLD-CNT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * ONE PAGE PER LETTER.  THERE IS NO AMOUNT, SO THE HASH TOTAL IS
      * ZERO.
      *****************************************************************
       2500-WRITE-DOCUMENT.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'AC' TO XRX-SPECIAL-HANDLING.
           MOVE 'ACADRC01' TO XRX-FORM-NAME.
           PERFORM 2860-SET-FORM-VARIANT THRU 2860-EXIT.
           MOVE WS-DOC-DATE TO XRX-DATE.
           MOVE 1 TO XRX-COMPANY-NO.
           MOVE AUD-ACCT TO XRX-CUST-NO (2:5).
           MOVE '0' TO XRX-CUST-NO (1:1).
           MOVE ZERO TO XRX-CUST-LOC-NO.
           MOVE AUD-ACCT TO XRX-UNIQUE-KEY.
           MOVE 0 TO XRX-HASH-TOTAL.
           MOVE 1 TO XRX-PAGE-NO.
           MOVE FNAMEDO TO CTX-FNAME.
           MOVE SNAMEDO TO CTX-SNAME.
           MOVE WS-LEGEND TO CTX-LEGEND.
           MOVE CONFIRM-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2900-LOG-CORR THRU 2900-EXIT.
           MOVE CTX-SENT-TO TO RPT-SENT-TO.
           MOVE CTX-MAIL-ADDR (1:24) TO RPT-ADDR1.
           WRITE ADC-RPT-REC FROM RPT-LINE.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * THE 0CYYDDD RUN DATE AS A CALENDAR DATE FOR THE LETTER.  A
      * CENTURY YEAR IS A LEAP YEAR ONLY WHEN IT DIVIDES BY 400.
      *****************************************************************
       2650-CHANGE-DATE.
           DIVIDE WS-RUN-JDATE BY 1000 GIVING WS-RUN-CYY
               REMAINDER WS-RUN-DDD.
           COMPUTE WS-CHG-CCYY = 1900 + WS-RUN-CYY.
           MOVE 1 TO WS-CHG-MM.
           MOVE 'N' TO WS-MONTH-SW.
           PERFORM 2660-MONTH-STEP THRU 2660-EXIT
               UNTIL MONTH-FOUND.
           MOVE WS-RUN-DDD TO WS-CHG-DD.
       2650-EXIT.
           EXIT.
       2660-MONTH-STEP.
           MOVE MONTH-DAYS (WS-CHG-MM) TO WS-MONTH-DAYS.
           IF WS-CHG-MM = 2
               DIVIDE WS-CHG-CCYY BY 4 GIVING WS-QUOT
                   REMAINDER WS-REM
               IF WS-REM = 0
                   MOVE 29 TO WS-MONTH-DAYS
                   DIVIDE WS-CHG-CCYY BY 100 GIVING WS-QUOT
                       REMAINDER WS-REM
                   IF WS-REM = 0
                       DIVIDE WS-CHG-CCYY BY 400 GIVING WS-QUOT
                           REMAINDER WS-REM
                       IF WS-REM NOT = 0
                           MOVE 28 TO WS-MONTH-DAYS.
           IF WS-RUN-DDD NOT > WS-MONTH-DAYS OR WS-CHG-MM = 12
               MOVE 'Y' TO WS-MONTH-SW
               GO TO 2660-EXIT.
           SUBTRACT WS-MONTH-DAYS FROM WS-RUN-DDD.
           ADD 1 TO WS-CHG-MM.
       2660-EXIT.
           EXIT.
      *****************************************************************
      * THE CUSTOMER'S CORRESPONDENCE LANGUAGE (LANGDO, SPACE MEANS
      * ENGLISH) PICKS THE FORM VARIANT AND RESOLVES THE DOCUMENT'S
      * FIXED TEXT FROM THE ACCTMSG 301-399 RANGE, FALLING BACK TO
      * THE 'E' ROW AND THEN THE COMPILED-IN TEXT.
      *****************************************************************
       2850-SET-LANGUAGE.
           IF LANGDO = 'S'
               MOVE 'S' TO WS-DOC-LANG
               ADD 1 TO WS-SPAN-CNT
           ELSE
               MOVE 'E' TO WS-DOC-LANG.
           MOVE WS-LEG-DEFAULT TO WS-LEGEND.
           MOVE WS-DOC-LANG TO AMSG-LANG.
           MOVE WS-LEG-MSGNO TO AMSG-NO.
           READ ACCTMSG-FILE
               INVALID KEY MOVE '23' TO WS-LANG-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF LANG-MSG-FOUND
               MOVE AMSG-TEXT (1:30) TO WS-LEGEND
               GO TO 2850-EXIT.
           IF WS-DOC-LANG NOT = 'E'
               MOVE 'E' TO AMSG-LANG
               MOVE WS-LEG-MSGNO TO AMSG-NO
               READ ACCTMSG-FILE
                   INVALID KEY MOVE '23' TO WS-LANG-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF LANG-MSG-FOUND
                   MOVE AMSG-TEXT (1:30) TO WS-LEGEND
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.
       2860-SET-FORM-VARIANT.
           IF WS-DOC-LANG = 'S'
               MOVE 'S' TO XRX-FORM-NAME (8:1).
       2860-EXIT.
           EXIT.
      *****************************************************************
      * EVERY DOCUMENT WRITTEN TO THE XEROX STREAM IS LOGGED TO THE
      * CORRESPONDENCE HISTORY WITH ITS FORM, HANDLING CODE AND THE
      * ARCHIVED PAGE TEXT, FOR THE AC26 BROWSE AND REPRINTS.
      *****************************************************************
       2900-LOG-CORR.
           MOVE AUD-ACCT TO CH-ACCT.
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
           MOVE 'ACCOUNT IMAGES READ:        ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE ADC-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ADDRESS CHANGES CONFIRMED:  ' TO SUM-LABEL.
           MOVE WS-CHANGE-CNT TO SUM-CNT.
           WRITE ADC-RPT-REC FROM SUMMARY-LINE.
           MOVE 'LETTERS TO NEW ADDRESS:     ' TO SUM-LABEL.
           MOVE WS-NEW-CNT TO SUM-CNT.
           WRITE ADC-RPT-REC FROM SUMMARY-LINE.
           MOVE 'LETTERS TO PRIOR ADDRESS:   ' TO SUM-LABEL.
           MOVE WS-OLD-CNT TO SUM-CNT.
           WRITE ADC-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NO PRIOR ADDRESS ON TRAIL:  ' TO SUM-LABEL.
           MOVE WS-NOPRIOR-CNT TO SUM-CNT.
           WRITE ADC-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SPANISH CHANGES:            ' TO SUM-LABEL.
           MOVE WS-SPAN-CNT TO SUM-CNT.
           WRITE ADC-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCTAUD-FILE, CORRHIST-FILE, ACCTMSG-FILE,
               XEROX-DOC-FILE, ADC-REPORT-FILE.
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
           MOVE WS-AUD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAUD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-KEY TO ABL-KEY
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
           MOVE WS-LANG-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTMSG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AMSG-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXADRC' TO ABL-FILE-NAME
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
               MOVE 'ADCRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ADC-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT116' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
