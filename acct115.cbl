       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT115.
       REMARKS. THIS NIGHTLY BATCH STEP MAILS THE CHANGE-IN-TERMS
                NOTICES FOR FINANCE-CHARGE RATE CHANGES ENTERED ON
                RATEFIL THROUGH AC12 (TABLE 'RT') AS A NEW RATE AND
                ITS CCYYMMDD EFFECTIVE DATE.  A CHANGE NOT YET
                NOTICED IS ACCEPTED ONLY WHEN ITS EFFECTIVE DATE
                LEAVES THE FULL NOTICE PERIOD - THE NUMBER OF
                CALENDAR DAYS ON THE CITPARM CARD (45 WHEN THE CARD IS
                BLANK) AFTER TODAY'S MAILING.  A CHANGE THAT DOES NOT
                IS REFUSED ('R'), NEVER TAKES EFFECT, AND IS LISTED
                ON THE CONTROL REPORT SO IT CAN BE RE-ENTERED WITH A
                LATER DATE.  THE ACCEPTED CHANGES ARE THEN NOTICED TO
                EVERY ACCOUNT THE RATES APPLY TO - EVERYTHING BUT
                PENDING APPLICATIONS AND THE ACCOUNTS ACCT14 NEVER
                CHARGES (ACTIVE BANKRUPTCY, NOTICE OF DEATH) - ONE
                NOTICE AN ACCOUNT LISTING EACH CHANGED BUCKET WITH ITS
                OLD RATE, NEW RATE AND EFFECTIVE DATE.  EACH GOES INTO
                THE XEROX STREAM UNDER FORM 'ACCITN01' AND HANDLING
                CODE 'CT' IN THE CUSTOMER'S LANGDO LANGUAGE (ACCTMSG
                LEGEND 310), TO THE SEASONAL ACCTALT ADDRESS WHEN ONE
                IS IN EFFECT, AND IS LOGGED TO CORRHIST.  AN ACCOUNT
                WHOSE MAIL IS BEING RETURNED IS COUNTED, NOT MAILED.
                ONLY AFTER THE MAILING ARE THE ACCEPTED ROWS MARKED
                NOTICED ('N'), SO A RUN THAT FAILS PART-WAY MAILS THEM
                AGAIN ON THE RERUN RATHER THAN NOT AT ALL; FROM THEN
                ON ACCT14 AND THE AC32 QUOTE USE THE NEW RATE FROM ITS
                EFFECTIVE DATE.  A NOTICED CHANGE WHOSE DATE HAS COME
                IS FOLDED INTO THE CURRENT RATE AND ITS CHANGE FIELDS
                CLEARED.  AT MOST THREE CHANGES ARE NOTICED IN ONE
                RUN; ANY MORE WAIT, UNMARKED, FOR THE NEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CITPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RATE-FILE ASSIGN TO RATEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT ACCTALT-FILE ASSIGN TO ACCTALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AA-ACCT
               FILE STATUS IS WS-ALT-STATUS.
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
           SELECT XEROX-DOC-FILE ASSIGN TO XRXCITN
               FILE STATUS IS WS-DOC-STATUS.
           SELECT CIT-REPORT-FILE ASSIGN TO CITRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-NOTICE-DAYS        PIC 9(3).
           05  FILLER                  PIC X(77).
       FD  RATE-FILE
           RECORDING MODE F.
       01  RATE-REC.
           COPY RATEFIL.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  ACCTALT-FILE
           RECORDING MODE F.
       01  ACCTALT-REC.
           COPY ACCTALT.
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
       FD  CIT-REPORT-FILE
           RECORDING MODE F.
       01  CIT-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-RATE-STATUS          PIC XX VALUE SPACES.
               88  RATE-FOUND              VALUE '00'.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
           02  WS-ALT-STATUS           PIC XX VALUE SPACES.
               88  ALT-FOUND               VALUE '00'.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
           02  WS-LANG-STATUS          PIC XX VALUE SPACES.
               88  LANG-MSG-FOUND          VALUE '00'.
           02  WS-DOC-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-RATE-EOF-SW          PIC X VALUE 'N'.
               88  RATES-DONE              VALUE 'Y'.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-RATE-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-ACCEPT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-REFUSE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-DEFER-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-FOLD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOTICE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-SKIP-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-MAILBLK-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-SPAN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-SEQN              PIC S9(4) COMP VALUE +0.
           02  WS-DOC-LANG             PIC X VALUE 'E'.
           02  WS-LEGEND               PIC X(30) VALUE SPACES.
           02  WS-LEG-MSGNO            PIC 9(4) VALUE 0.
           02  WS-LEG-DEFAULT          PIC X(30) VALUE SPACES.
           02  WS-CH-NOW-DATE          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-NOW-TIME          PIC S9(7) COMP-3 VALUE 0.
           02  WS-PROC-MMDD            PIC 9(4) VALUE 0.
           02  WS-USE-ADDR1            PIC X(24).
           02  WS-USE-ADDR2            PIC X(24).
           02  WS-USE-ADDR3            PIC X(16).
           02  WS-NOTICE-DAYS          PIC 9(3) VALUE 45.
           02  WS-QUOT                 PIC 9(4) VALUE 0.
           02  WS-REM                  PIC 9(4) VALUE 0.
           02  WS-MONTH-DAYS           PIC 9(2) VALUE 0.
           02  WS-SUB                  PIC S9(4) COMP VALUE +0.
           02  WS-CHG-CNT              PIC S9(4) COMP VALUE +0.
           02  WS-CHG-MAX              PIC S9(4) COMP VALUE +3.
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
       01  WS-END-DATE.
           02  WS-END-CCYY             PIC 9(4).
           02  WS-END-MM               PIC 9(2).
           02  WS-END-DD               PIC 9(2).
       01  WS-END8 REDEFINES WS-END-DATE PIC 9(8).
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  MONTH-DAYS-VALUES           PIC X(24)
               VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS              PIC 9(2) OCCURS 12 TIMES.
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
      * THE CHANGES ACCEPTED THIS RUN, IN RATEFIL KEY ORDER.
      *****************************************************************
       01  CHANGE-TABLE.
           02  CHG-ENTRY OCCURS 3 TIMES.
               04  CHG-KEY             PIC X.
               04  CHG-OLD-PCT         PIC X(8).
               04  CHG-NEW-PCT         PIC X(8).
               04  CHG-EFF-DATE        PIC 9(8).
      *****************************************************************
      * THE ARCHIVED PAGE TEXT OF THE NOTICE (225 CHARACTERS) - ONE
      * 30-CHARACTER LINE PER CHANGED BUCKET.
      *****************************************************************
       01  TERMS-TEXT.
           05  TTX-NAME.
               10  TTX-FNAME           PIC X(7).
               10  FILLER              PIC X VALUE SPACE.
               10  TTX-SNAME           PIC X(12).
           05  TTX-ADDR1               PIC X(24).
           05  TTX-ADDR2               PIC X(24).
           05  TTX-ADDR3               PIC X(16).
           05  TTX-LEGEND              PIC X(30).
           05  TTX-CHANGE OCCURS 3 TIMES.
               10  TTX-BUCKET          PIC X(5).
               10  TTX-OLD-PCT         PIC X(8).
               10  TTX-NEW-PCT         PIC X(8).
               10  FILLER              PIC X VALUE SPACE.
               10  TTX-EFF-DATE.
                   15  TTX-EFF-MM      PIC X(2).
                   15  TTX-EFF-SL1     PIC X.
                   15  TTX-EFF-DD      PIC X(2).
                   15  TTX-EFF-SL2     PIC X.
                   15  TTX-EFF-YY      PIC X(2).
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT115 CHANGE-IN-TERMS NOTICE RUN'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-KEY                 PIC X.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-OLD-PCT             PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NEW-PCT             PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-EFF-DATE            PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(40).
           02  FILLER                  PIC X(27) VALUE SPACES.
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
           PERFORM 2000-SCAN-RATE THRU 2000-EXIT
               UNTIL RATES-DONE.
           IF WS-CHG-CNT > 0
               PERFORM 3000-PROCESS-ACCOUNT THRU 3000-EXIT
                   UNTIL ALL-DONE
               PERFORM 4000-MARK-NOTICED THRU 4000-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CHG-CNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-NOTICE-DAYS NUMERIC AND PARM-NOTICE-DAYS > 0
               MOVE PARM-NOTICE-DAYS TO WS-NOTICE-DAYS.
           OPEN I-O RATE-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT ACCTALT-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN INPUT ACCTMSG-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN OUTPUT CIT-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE CIT-RPT-REC FROM HEADER-LINE.
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
           COMPUTE WS-PROC-MMDD = WS-TODAY-MM * 100 + WS-TODAY-DD.
      *    THE EARLIEST EFFECTIVE DATE THAT STILL LEAVES THE FULL
      *    NOTICE PERIOD AFTER TODAY'S MAILING.
           MOVE WS-DOC-DATE TO WS-END-DATE.
           PERFORM 2600-NEXT-DAY THRU 2600-EXIT
               WS-NOTICE-DAYS TIMES.
           MOVE SPACES TO CHANGE-TABLE.
           MOVE LOW-VALUES TO RATE-KEY.
           START RATE-FILE KEY NOT < RATE-KEY
               INVALID KEY MOVE 'Y' TO WS-RATE-EOF-SW.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF NOT RATES-DONE
               PERFORM 2100-READ-RATE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * PASS 1 - EVERY RATEFIL ROW.  A NEW CHANGE IS ACCEPTED OR
      * REFUSED ON ITS NOTICE PERIOD; A NOTICED CHANGE WHOSE DATE HAS
      * COME IS FOLDED INTO THE CURRENT RATE.
      *****************************************************************
       2000-SCAN-RATE.
           ADD 1 TO WS-RATE-CNT.
           IF RATE-EFF-DATE = SPACES GO TO 2000-READ-NEXT.
           MOVE SPACES TO RPT-LINE.
           MOVE RATE-KEY TO RPT-KEY.
           MOVE RATE-PCT TO RPT-OLD-PCT.
           MOVE RATE-NEW-PCT TO RPT-NEW-PCT.
           MOVE RATE-EFF-DATE TO RPT-EFF-DATE.
           IF RATE-NOTICE-DUE
               PERFORM 2200-CHECK-CHANGE THRU 2200-EXIT
               GO TO 2000-READ-NEXT.
           IF RATE-NOTICED AND RATE-EFF-DATE-N NUMERIC
               AND RATE-EFF-DATE-N NOT > WS-TODAY8
               PERFORM 2300-FOLD-CHANGE THRU 2300-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-RATE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-RATE.
           READ RATE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RATE-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
           EXIT.
       2200-CHECK-CHANGE.
           IF RATE-EFF-DATE-N NOT NUMERIC
               OR RATE-EFF-DATE-N < WS-END8
               MOVE 'R' TO RATE-NOTICE-STAT
               REWRITE RATE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               MOVE 'REFUSED - SHORT OF FULL NOTICE PERIOD' TO RPT-NOTE
               WRITE CIT-RPT-REC FROM RPT-LINE
               ADD 1 TO WS-REFUSE-CNT
               GO TO 2200-EXIT.
           IF WS-CHG-CNT NOT < WS-CHG-MAX
               MOVE 'DEFERRED TO THE NEXT RUN' TO RPT-NOTE
               WRITE CIT-RPT-REC FROM RPT-LINE
               ADD 1 TO WS-DEFER-CNT
               GO TO 2200-EXIT.
           ADD 1 TO WS-CHG-CNT.
           MOVE RATE-KEY TO CHG-KEY (WS-CHG-CNT).
           MOVE RATE-PCT TO CHG-OLD-PCT (WS-CHG-CNT).
           MOVE RATE-NEW-PCT TO CHG-NEW-PCT (WS-CHG-CNT).
           MOVE RATE-EFF-DATE-N TO CHG-EFF-DATE (WS-CHG-CNT).
           MOVE 'ACCEPTED - NOTICES MAILED' TO RPT-NOTE.
           WRITE CIT-RPT-REC FROM RPT-LINE.
           ADD 1 TO WS-ACCEPT-CNT.
       2200-EXIT.
           EXIT.
       2300-FOLD-CHANGE.
           MOVE RATE-NEW-PCT TO RATE-PCT.
           MOVE SPACES TO RATE-NEW-PCT, RATE-EFF-DATE.
           MOVE SPACE TO RATE-NOTICE-STAT.
           REWRITE RATE-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE 'NOW IN FORCE' TO RPT-NOTE.
           WRITE CIT-RPT-REC FROM RPT-LINE.
           ADD 1 TO WS-FOLD-CNT.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * STEP WS-END-DATE FORWARD ONE CALENDAR DAY.  A CENTURY YEAR IS
      * A LEAP YEAR ONLY WHEN IT DIVIDES BY 400.
      *****************************************************************
       2600-NEXT-DAY.
           MOVE MONTH-DAYS (WS-END-MM) TO WS-MONTH-DAYS.
           IF WS-END-MM = 2
               DIVIDE WS-END-CCYY BY 4 GIVING WS-QUOT
                   REMAINDER WS-REM
               IF WS-REM = 0
                   MOVE 29 TO WS-MONTH-DAYS
                   DIVIDE WS-END-CCYY BY 100 GIVING WS-QUOT
                       REMAINDER WS-REM
                   IF WS-REM = 0
                       DIVIDE WS-END-CCYY BY 400 GIVING WS-QUOT
                           REMAINDER WS-REM
                       IF WS-REM NOT = 0
                           MOVE 28 TO WS-MONTH-DAYS.
           ADD 1 TO WS-END-DD.
           IF WS-END-DD NOT > WS-MONTH-DAYS GO TO 2600-EXIT.
           MOVE 1 TO WS-END-DD.
           ADD 1 TO WS-END-MM.
           IF WS-END-MM NOT > 12 GO TO 2600-EXIT.
           MOVE 1 TO WS-END-MM.
           ADD 1 TO WS-END-CCYY.
       2600-EXIT.
           EXIT.
       2700-EDIT-AMOUNT.
      *    A RATE IS CARRIED AS EIGHT DISPLAY CHARACTERS IN THE FORM
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
      * THE MAILING ADDRESS IN EFFECT ON THE PROCESSING DATE - THE
      * ACCTALT ALTERNATE WHEN ITS SEASONAL MMDD RANGE (WHICH MAY
      * WRAP YEAR-END) COVERS TODAY, OTHERWISE THE MASTER ADDRESS.
      *****************************************************************
       2800-GET-ADDRESS.
           MOVE ADDR1DO TO WS-USE-ADDR1.
           MOVE ADDR2DO TO WS-USE-ADDR2.
           MOVE ADDR3DO TO WS-USE-ADDR3.
           MOVE ACCTDO TO AA-ACCT.
           READ ACCTALT-FILE
               INVALID KEY GO TO 2800-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ALT-FOUND GO TO 2800-EXIT.
           IF AA-FROM-MMDD NOT NUMERIC OR AA-TO-MMDD NOT NUMERIC
               GO TO 2800-EXIT.
           IF AA-FROM-MMDD <= AA-TO-MMDD
               IF WS-PROC-MMDD < AA-FROM-MMDD OR
                   WS-PROC-MMDD > AA-TO-MMDD
                   GO TO 2800-EXIT
               END-IF
           ELSE
               IF WS-PROC-MMDD < AA-FROM-MMDD AND
                   WS-PROC-MMDD > AA-TO-MMDD
                   GO TO 2800-EXIT.
           MOVE AA-ADDR1 TO WS-USE-ADDR1.
           MOVE AA-ADDR2 TO WS-USE-ADDR2.
           MOVE AA-ADDR3 TO WS-USE-ADDR3.
       2800-EXIT.
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
       2900-EXIT.
           EXIT.
      *****************************************************************
      * PASS 2 - ONE NOTICE TO EVERY ACCOUNT THE RATES APPLY TO.
      *****************************************************************
       3000-PROCESS-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
                   GO TO 3000-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           ADD 1 TO WS-READ-CNT.
           IF APPRDO = 'P' OR BANKDO = 'B' OR DECEDO = 'D'
               ADD 1 TO WS-SKIP-CNT
               GO TO 3000-EXIT.
           IF MAILFLDO = 'R'
               ADD 1 TO WS-MAILBLK-CNT
               GO TO 3000-EXIT.
           PERFORM 3100-WRITE-NOTICE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * ONE PAGE PER NOTICE.  THE HASH TOTAL IS THE SUM OF THE NEW
      * RATES IN HUNDREDTHS OF A PERCENT.
      *****************************************************************
       3100-WRITE-NOTICE.
           MOVE 310 TO WS-LEG-MSGNO.
           MOVE 'CHANGE IN TERMS - NEW RATES' TO WS-LEG-DEFAULT.
           PERFORM 2850-SET-LANGUAGE THRU 2850-EXIT.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'CT' TO XRX-SPECIAL-HANDLING.
           MOVE 'ACCITN01' TO XRX-FORM-NAME.
           PERFORM 2860-SET-FORM-VARIANT THRU 2860-EXIT.
           MOVE WS-DOC-DATE TO XRX-DATE.
           MOVE 1 TO XRX-COMPANY-NO.
           MOVE ACCTDO TO XRX-CUST-NO (2:5).
           MOVE '0' TO XRX-CUST-NO (1:1).
           MOVE ZERO TO XRX-CUST-LOC-NO.
           MOVE ACCTDO TO XRX-UNIQUE-KEY.
           MOVE FNAMEDO TO TTX-FNAME.
           MOVE SNAMEDO TO TTX-SNAME.
           PERFORM 2800-GET-ADDRESS THRU 2800-EXIT.
           MOVE WS-USE-ADDR1 TO TTX-ADDR1.
           MOVE WS-USE-ADDR2 TO TTX-ADDR2.
           MOVE WS-USE-ADDR3 TO TTX-ADDR3.
           MOVE WS-LEGEND TO TTX-LEGEND.
           MOVE 0 TO WS-HASH-N.
           PERFORM 3200-FORMAT-CHANGE THRU 3200-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
           MOVE WS-HASH-N TO XRX-HASH-TOTAL.
           MOVE 1 TO XRX-PAGE-NO.
           MOVE TERMS-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2900-LOG-CORR THRU 2900-EXIT.
           ADD 1 TO WS-NOTICE-CNT.
       3100-EXIT.
           EXIT.
       3200-FORMAT-CHANGE.
           MOVE SPACES TO TTX-CHANGE (WS-SUB).
           IF WS-SUB > WS-CHG-CNT GO TO 3200-EXIT.
           EVALUATE CHG-KEY (WS-SUB)
               WHEN '1' MOVE '30-59' TO TTX-BUCKET (WS-SUB)
               WHEN '2' MOVE '60-89' TO TTX-BUCKET (WS-SUB)
               WHEN '3' MOVE '90+  ' TO TTX-BUCKET (WS-SUB)
               WHEN OTHER
                   MOVE CHG-KEY (WS-SUB) TO TTX-BUCKET (WS-SUB)
           END-EVALUATE.
           MOVE CHG-OLD-PCT (WS-SUB) TO TTX-OLD-PCT (WS-SUB).
           MOVE CHG-NEW-PCT (WS-SUB) TO TTX-NEW-PCT (WS-SUB).
           MOVE CHG-EFF-DATE (WS-SUB) (5:2) TO TTX-EFF-MM (WS-SUB).
           MOVE '/' TO TTX-EFF-SL1 (WS-SUB), TTX-EFF-SL2 (WS-SUB).
           MOVE CHG-EFF-DATE (WS-SUB) (7:2) TO TTX-EFF-DD (WS-SUB).
           MOVE CHG-EFF-DATE (WS-SUB) (3:2) TO TTX-EFF-YY (WS-SUB).
           MOVE CHG-NEW-PCT (WS-SUB) TO WS-AMT-X.
           PERFORM 2700-EDIT-AMOUNT THRU 2700-EXIT.
           IF NOT AMT-BAD
               COMPUTE WS-HASH-N = WS-HASH-N + WS-AMT-VAL-N * 100.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * PASS 3 - THE MAILING IS DONE; MARK EACH ACCEPTED CHANGE
      * NOTICED SO IT TAKES EFFECT ON ITS DATE.
      *****************************************************************
       4000-MARK-NOTICED.
           MOVE CHG-KEY (WS-SUB) TO RATE-KEY.
           READ RATE-FILE
               INVALID KEY GO TO 4000-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT RATE-FOUND GO TO 4000-EXIT.
           MOVE 'N' TO RATE-NOTICE-STAT.
           REWRITE RATE-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
       4000-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'RATE ROWS READ:             ' TO SUM-LABEL.
           MOVE WS-RATE-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CHANGES ACCEPTED:           ' TO SUM-LABEL.
           MOVE WS-ACCEPT-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CHANGES REFUSED:            ' TO SUM-LABEL.
           MOVE WS-REFUSE-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CHANGES DEFERRED:           ' TO SUM-LABEL.
           MOVE WS-DEFER-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CHANGES NOW IN FORCE:       ' TO SUM-LABEL.
           MOVE WS-FOLD-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNTS READ:              ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOTICES MAILED:             ' TO SUM-LABEL.
           MOVE WS-NOTICE-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT AFFECTED (PEND/BKR/DECD)' TO SUM-LABEL.
           MOVE WS-SKIP-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HELD, RETURNED MAIL:        ' TO SUM-LABEL.
           MOVE WS-MAILBLK-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SPANISH NOTICES:            ' TO SUM-LABEL.
           MOVE WS-SPAN-CNT TO SUM-CNT.
           WRITE CIT-RPT-REC FROM SUMMARY-LINE.
           CLOSE RATE-FILE, ACCT-MASTER, ACCTALT-FILE,
               CORRHIST-FILE, ACCTMSG-FILE, XEROX-DOC-FILE,
               CIT-REPORT-FILE.
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
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-RATE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RATEFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RATE-KEY TO ABL-KEY
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
           MOVE WS-ALT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTALT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AA-ACCT TO ABL-KEY
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
               MOVE 'XRXCITN' TO ABL-FILE-NAME
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
               MOVE 'CITRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CIT-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT115' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
