       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT112.
       REMARKS. THIS BATCH JOB SELLS CHARGED-OFF ACCOUNTS THAT HAVE
                STOPPED RETURNING ANYTHING TO A DEBT BUYER, SO THEY
                STOP SITTING ON THE RECOVLED LEDGER FOREVER.  AN
                ACCOUNT STILL OPEN ON THE LEDGER IS A CANDIDATE WHEN
                IT WAS CHARGED OFF AT LEAST THE MINIMUM NUMBER OF
                MONTHS AGO ON THE SALEPARM CARD (DEFAULT 12), ITS LAST
                TYPE 'V' RECOVERY RECEIPT IS AT LEAST THE QUIET PERIOD
                OLD (DEFAULT 6 MONTHS; NONE AT ALL QUALIFIES) AND
                SOMETHING IS STILL OWED ON IT.  ACCOUNTS IN BANKRUPTCY,
                DECEASED, STILL PLACED WITH THE AGENCY OR IN OPEN
                LITIGATION ON LITCASE ARE NEVER SOLD AND ARE COUNTED.
                THE CARD IS
                  COLS  1-3   MINIMUM MONTHS SINCE CHARGE-OFF
                  COLS  4-6   MONTHS SINCE THE LAST RECOVERY
                  COLS  7-10  PRICE, PERCENT OF FACE (9999 = 99.99)
                  COL  11     'S' TO SELL; ANYTHING ELSE LISTS THE
                              CANDIDATES ONLY, SO FINANCE CAN PRICE
                              THE POOL FIRST
                  COLS 12-19  SALE IDENTIFIER
                  COLS 20-39  BUYER NAME
                A SALE NEEDS THE PRICE AND THE IDENTIFIER.  FOR EACH
                ACCOUNT SOLD THE BUYER'S DEBTSALE FILE GETS THE
                ACCOUNT DETAIL (NAME, ADDRESS, TELEPHONE, TAXPAYER ID
                AND DATE OF BIRTH FROM THE IDENTITY FILE, CHARGE-OFF
                AND RECOVERY FIGURES) AND ITS WHOLE PAYHIST TRAIL; THE
                LEDGER ROW IS MARKED SOLD ('S') WITH THE SALE DATE,
                PRICE AND IDENTIFIER; AND THE ACCOUNT'S SHARE OF THE
                PRICE IS APPENDED TO PAYHIST AS A TYPE 'S' ENTRY FROM
                SOURCE 'S', WHICH ACCT41 JOURNALS AS ITS OWN PAIR.
                FROM THEN ON ACCT10 AND ACCT20 LIST A STRAY PAYMENT
                FOR FORWARDING TO THE BUYER INSTEAD OF POSTING IT,
                AND ACCT57 REPORTS THE TRADELINE CLOSED AS SOLD.  THE
                SALE REGISTER FOR FINANCE LISTS EVERY CANDIDATE OR
                SALE WITH ITS FACE VALUE AND PRICE, AND ENDS WITH
                COUNTS AND TOTALS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SALEPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RECOVLED-FILE ASSIGN TO RECOVLED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-ACCT
               FILE STATUS IS WS-RL-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT IDENTITY-FILE ASSIGN TO IDENTITY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ACCT
               FILE STATUS IS WS-ID-STATUS.
           SELECT LITCASE-FILE ASSIGN TO LITCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-ACCT
               FILE STATUS IS WS-LC-STATUS.
           SELECT SALE-FILE ASSIGN TO DEBTSALE
               FILE STATUS IS WS-SALE-STATUS.
           SELECT SALE-REPORT-FILE ASSIGN TO SALERPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-MIN-AGE            PIC 9(3).
           05  PARM-QUIET              PIC 9(3).
           05  PARM-PRICE-PCT          PIC 9(2)V99.
           05  PARM-MODE               PIC X.
           05  PARM-SALE-ID            PIC X(8).
           05  PARM-BUYER              PIC X(20).
           05  FILLER                  PIC X(41).
       FD  RECOVLED-FILE
           RECORDING MODE F.
       01  RECOVLED-REC.
           COPY RECOVLED.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  IDENTITY-FILE
           RECORDING MODE F.
       01  IDENTITY-REC.
           COPY IDENTITY.
       FD  LITCASE-FILE
           RECORDING MODE F.
       01  LITCASE-REC.
           COPY LITCASE.
       FD  SALE-FILE
           RECORDING MODE F.
       01  SALE-REC.
           COPY DEBTSALE.
       FD  SALE-REPORT-FILE
           RECORDING MODE F.
       01  SALE-RPT-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-RL-STATUS            PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
               88  PAYHIST-OK              VALUE '00'.
           02  WS-ID-STATUS            PIC XX VALUE SPACES.
               88  ID-FOUND                VALUE '00'.
           02  WS-LC-STATUS            PIC XX VALUE SPACES.
               88  LC-FOUND                VALUE '00'.
           02  WS-SALE-STATUS          PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-SELL-SW              PIC X VALUE 'N'.
               88  SELLING                 VALUE 'Y'.
           02  WS-MIN-AGE              PIC 9(3) VALUE 12.
           02  WS-QUIET                PIC 9(3) VALUE 6.
           02  WS-PRICE-PCT            PIC 9(2)V99 VALUE 0.
           02  WS-LEDGER-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOTOPEN-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOACCT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-YOUNG-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-RECENT-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOFACE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-EXCL-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CAND-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-SOLD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-HIST-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-FACE-TOT             PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-PRICE-TOT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-CHGOFF-N             PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-RECOV-N              PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-FACE-N               PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-PRICE-N              PIC S9(6)V99 COMP-3 VALUE 0.
           02  WS-LAST-SEQ             PIC S9(4) COMP VALUE +0.
           02  WS-EXCL-REASON          PIC X(20) VALUE SPACES.
           02  WS-CUR-MOS              PIC 9(6) VALUE 0.
           02  WS-CO-MOS               PIC 9(6) VALUE 0.
           02  WS-RCV-MOS              PIC 9(6) VALUE 0.
           02  WS-AGE-MOS              PIC S9(6) VALUE 0.
           02  WS-PH-DATE8             PIC 9(8) VALUE 0.
           02  WS-LAST-PAY8            PIC 9(8) VALUE 0.
           02  WS-LAST-PAY-MDY         PIC 9(6) VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-RUN-DATE.
           02  WS-RUN-CCYY             PIC 9(4).
           02  WS-RUN-MM               PIC 9(2).
           02  WS-RUN-DD               PIC 9(2).
       01  WS-RUN8 REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-MDY                      PIC 9(6).
       01  WS-MDY-R REDEFINES WS-MDY.
           02  WS-MDY-MM               PIC 9(2).
           02  WS-MDY-DD               PIC 9(2).
           02  WS-MDY-YY               PIC 9(2).
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
       01  WS-AMT-ED                   PIC ZZZZ9.99.
       01  HEADER-LINE.
           02  FILLER                  PIC X(32) VALUE
               'ACCT112 CHARGED-OFF DEBT SALE - '.
           02  HDR-MODE                PIC X(16).
           02  FILLER                  PIC X(6) VALUE ' SALE '.
           02  HDR-SALE-ID             PIC X(8).
           02  FILLER                  PIC X(7) VALUE ' BUYER '.
           02  HDR-BUYER               PIC X(20).
           02  FILLER                  PIC X(11) VALUE SPACES.
       01  COLUMN-LINE.
           02  FILLER                  PIC X(36) VALUE
               'ACCT  NAME         CHG-OFF  CHG-OFF'.
           02  FILLER                  PIC X(36) VALUE
               'AMT RECOVERED   FACE SOLD     PRICE'.
           02  FILLER                  PIC X(28) VALUE '  NOTE'.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-CO-DATE             PIC 99/99/99.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-CHGOFF              PIC ZZZZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-RECOV               PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-FACE                PIC ZZZZZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-PRICE               PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(20).
           02  FILLER                  PIC X(9) VALUE SPACES.
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
           PERFORM 2000-PROCESS-LEDGER THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-MIN-AGE NUMERIC AND PARM-MIN-AGE > 0
               MOVE PARM-MIN-AGE TO WS-MIN-AGE.
           IF PARM-QUIET NUMERIC AND PARM-QUIET > 0
               MOVE PARM-QUIET TO WS-QUIET.
           IF PARM-PRICE-PCT NUMERIC
               MOVE PARM-PRICE-PCT TO WS-PRICE-PCT.
           IF PARM-MODE = 'S' AND WS-PRICE-PCT > 0
               AND PARM-SALE-ID NOT = SPACES
               MOVE 'Y' TO WS-SELL-SW.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-RUN-CCYY.
           MOVE WS-TODAY-MM TO WS-RUN-MM.
           MOVE WS-TODAY-DD TO WS-RUN-DD.
           COMPUTE WS-CUR-MOS = WS-RUN-CCYY * 12 + WS-RUN-MM.
           IF SELLING
               OPEN I-O RECOVLED-FILE
               OPEN I-O PAYHIST-FILE
               PERFORM 9800-CK-OPEN THRU 9850-EXIT
           ELSE
               OPEN INPUT RECOVLED-FILE
               OPEN INPUT PAYHIST-FILE
               PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT IDENTITY-FILE.
           OPEN INPUT LITCASE-FILE.
           OPEN OUTPUT SALE-FILE.
           OPEN OUTPUT SALE-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           IF SELLING
               MOVE 'SALE' TO HDR-MODE
           ELSE
               MOVE 'CANDIDATES ONLY' TO HDR-MODE.
           MOVE PARM-SALE-ID TO HDR-SALE-ID.
           MOVE PARM-BUYER TO HDR-BUYER.
           WRITE SALE-RPT-REC FROM HEADER-LINE.
           WRITE SALE-RPT-REC FROM COLUMN-LINE.
           IF SELLING
               MOVE SPACES TO SALE-REC
               MOVE 'H' TO DS-REC-TYPE
               MOVE PARM-SALE-ID TO DS-HDR-SALE-ID
               MOVE WS-RUN8 TO DS-HDR-SALE-DATE
               MOVE PARM-BUYER TO DS-HDR-BUYER
               WRITE SALE-REC
               PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ONE LEDGER ROW.  ONLY AN OPEN ROW CAN BE SOLD; THE ACCOUNT
      * MUST PASS THE EXCLUSIONS, THE AGE AND THE QUIET PERIOD, AND
      * STILL OWE SOMETHING.
      *****************************************************************
       2000-PROCESS-LEDGER.
           READ RECOVLED-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ALL-DONE GO TO 2000-EXIT.
           ADD 1 TO WS-LEDGER-CNT.
           IF NOT RL-OPEN
               ADD 1 TO WS-NOTOPEN-CNT
               GO TO 2000-EXIT.
           MOVE RL-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND OR STATDO NOT = 'CO'
               ADD 1 TO WS-NOACCT-CNT
               GO TO 2000-EXIT.
           PERFORM 2100-CK-EXCLUDED THRU 2100-EXIT.
           IF WS-EXCL-REASON NOT = SPACES
               ADD 1 TO WS-EXCL-CNT
               GO TO 2000-EXIT.
           IF RL-CHGOFF-DATE NOT NUMERIC OR RL-CHGOFF-DATE = 0
               ADD 1 TO WS-YOUNG-CNT
               GO TO 2000-EXIT.
           MOVE RL-CHGOFF-DATE TO WS-MDY.
           MOVE WS-MDY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-CO-MOS = WS-WINDOW-CCYY * 12 + WS-MDY-MM.
           COMPUTE WS-AGE-MOS = WS-CUR-MOS - WS-CO-MOS.
           IF WS-AGE-MOS < WS-MIN-AGE
               ADD 1 TO WS-YOUNG-CNT
               GO TO 2000-EXIT.
           PERFORM 2200-SCAN-HISTORY THRU 2200-EXIT.
           IF WS-RCV-MOS > 0
               COMPUTE WS-AGE-MOS = WS-CUR-MOS - WS-RCV-MOS
               IF WS-AGE-MOS < WS-QUIET
                   ADD 1 TO WS-RECENT-CNT
                   GO TO 2000-EXIT.
           MOVE RL-CHGOFF-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF AMT-BAD MOVE 0 TO WS-AMT-VAL-N.
           MOVE WS-AMT-VAL-N TO WS-CHGOFF-N.
           MOVE RL-RECOVERED TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF AMT-BAD MOVE 0 TO WS-AMT-VAL-N.
           MOVE WS-AMT-VAL-N TO WS-RECOV-N.
           COMPUTE WS-FACE-N = WS-CHGOFF-N - WS-RECOV-N.
           IF WS-FACE-N NOT > 0
               ADD 1 TO WS-NOFACE-CNT
               GO TO 2000-EXIT.
           COMPUTE WS-PRICE-N ROUNDED =
               WS-FACE-N * WS-PRICE-PCT / 100.
           ADD 1 TO WS-CAND-CNT.
           ADD WS-FACE-N TO WS-FACE-TOT.
           ADD WS-PRICE-N TO WS-PRICE-TOT.
           IF SELLING
               PERFORM 3000-SELL-ACCOUNT THRU 3000-EXIT.
           PERFORM 2500-REGISTER-LINE THRU 2500-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * ACCOUNTS THAT MAY NOT BE SOLD: BANKRUPTCY, DECEASED, STILL
      * WITH THE AGENCY, OR AN OPEN CASE ON LITCASE.
      *****************************************************************
       2100-CK-EXCLUDED.
           MOVE SPACES TO WS-EXCL-REASON.
           IF BANKDO = 'B' OR BANKDO = 'D'
               MOVE 'BANKRUPTCY' TO WS-EXCL-REASON
               GO TO 2100-EXIT.
           IF DECEDO = 'D'
               MOVE 'DECEASED' TO WS-EXCL-REASON
               GO TO 2100-EXIT.
           IF AGENCYDO = 'A'
               MOVE 'PLACED WITH AGENCY' TO WS-EXCL-REASON
               GO TO 2100-EXIT.
           MOVE RL-ACCT TO LC-ACCT.
           READ LITCASE-FILE
               INVALID KEY MOVE '23' TO WS-LC-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF LC-FOUND AND LC-OPEN
               MOVE 'IN LITIGATION' TO WS-EXCL-REASON.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * ONE PASS OVER THE ACCOUNT'S PAYHIST TRAIL FINDS THE LAST
      * RECOVERY MONTH, THE LAST PAYMENT OR RECOVERY DATE FOR THE
      * BUYER, AND THE HIGHEST SEQUENCE NUMBER.
      *****************************************************************
       2200-SCAN-HISTORY.
           MOVE 0 TO WS-RCV-MOS, WS-LAST-PAY8, WS-LAST-PAY-MDY.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE RL-ACCT TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2200-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2210-CK-ENTRY THRU 2210-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = RL-ACCT.
       2200-EXIT.
           EXIT.
       2210-CK-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = RL-ACCT
               GO TO 2210-EXIT.
           MOVE PH-SEQ TO WS-LAST-SEQ.
           IF NOT PH-IS-PAYMENT AND NOT PH-IS-RECOVERY
               GO TO 2210-EXIT.
           IF PH-MO NOT NUMERIC OR PH-DAY NOT NUMERIC
               OR PH-YR NOT NUMERIC
               GO TO 2210-EXIT.
           MOVE PH-YR TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE WS-PH-DATE8 = WS-WINDOW-CCYY * 10000
               + PH-MO * 100 + PH-DAY.
           IF WS-PH-DATE8 > WS-LAST-PAY8
               MOVE WS-PH-DATE8 TO WS-LAST-PAY8
               COMPUTE WS-LAST-PAY-MDY = PH-MO * 10000
                   + PH-DAY * 100 + PH-YR.
           IF PH-IS-RECOVERY
               AND WS-WINDOW-CCYY * 12 + PH-MO > WS-RCV-MOS
               COMPUTE WS-RCV-MOS = WS-WINDOW-CCYY * 12 + PH-MO.
       2210-EXIT.
           EXIT.
       2400-EDIT-AMOUNT.
      *    A BALANCE OR PAYMENT AMOUNT IS CARRIED AS EIGHT DISPLAY
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT
      *    FIXED IN THE SIXTH POSITION.  LEADING SPACES ARE TREATED
      *    AS ZEROS, THE SAME WAY THE PAY-INIT SEED IS BUILT.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       2400-EXIT.
           EXIT.
       2500-REGISTER-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE RL-ACCT TO RPT-ACCTC.
           MOVE SNAMEDO TO RPT-SNAME.
           MOVE RL-CHGOFF-DATE TO RPT-CO-DATE.
           MOVE WS-CHGOFF-N TO RPT-CHGOFF.
           MOVE WS-RECOV-N TO RPT-RECOV.
           MOVE WS-FACE-N TO RPT-FACE.
           MOVE WS-PRICE-N TO RPT-PRICE.
           IF SELLING
               MOVE 'SOLD' TO RPT-NOTE
           ELSE
               MOVE 'CANDIDATE' TO RPT-NOTE.
           WRITE SALE-RPT-REC FROM RPT-LINE.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * THE SALE OF ONE ACCOUNT: THE BUYER'S ACCOUNT RECORD AND ITS
      * PAYHIST TRAIL, THE PRICE ON PAYHIST AS A TYPE 'S' ENTRY, AND
      * THE LEDGER ROW MARKED SOLD.
      *****************************************************************
       3000-SELL-ACCOUNT.
           MOVE SPACES TO SALE-REC.
           MOVE 'A' TO DS-REC-TYPE.
           MOVE RL-ACCT TO DS-ACCT.
           MOVE SNAMEDO TO DS-SNAME.
           MOVE FNAMEDO TO DS-FNAME.
           MOVE MIDO TO DS-MI.
           MOVE ADDR1DO TO DS-ADDR1.
           MOVE ADDR2DO TO DS-ADDR2.
           MOVE ADDR3DO TO DS-ADDR3.
           MOVE TELDO TO DS-TEL.
           MOVE ACCTDO TO ID-ACCT.
           READ IDENTITY-FILE
               INVALID KEY MOVE '23' TO WS-ID-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ID-FOUND AND ID-CAPTURED
               MOVE ID-TIN TO DS-TIN.
           IF ID-FOUND AND ID-CAPTURED AND ID-DOB NOT = 0
               MOVE ID-DOB TO DS-DOB.
           MOVE IMODO TO DS-OPEN-DATE (1:2).
           MOVE IDAYDO TO DS-OPEN-DATE (3:2).
           MOVE IYRDO TO DS-OPEN-DATE (5:2).
           IF LIMITDO NUMERIC
               MOVE LIMITDO TO WS-AMT-ED
               MOVE WS-AMT-ED TO DS-LIMIT.
           MOVE RL-CHGOFF-DATE TO DS-CHGOFF-DATE.
           MOVE RL-CHGOFF-AMT TO DS-CHGOFF-AMT.
           MOVE RL-RECOVERED TO DS-RECOVERED.
           MOVE WS-FACE-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO DS-FACE.
           MOVE WS-LAST-PAY-MDY TO DS-LAST-PAY-DATE.
           MOVE BANKDO TO DS-BANKRUPT.
           MOVE CEASEDO TO DS-CEASE.
           MOVE TBARDO TO DS-TIME-BARRED.
           MOVE PARM-SALE-ID TO DS-SALE-ID.
           WRITE SALE-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE RL-ACCT TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE '23' TO WS-PAYHIST-STATUS.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 3100-HISTORY-ROW THRU 3100-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = RL-ACCT.
           MOVE RL-ACCT TO PH-ACCT.
           COMPUTE PH-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-PRICE-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO PH-AMT.
           MOVE WS-RUN-MM TO PH-MO.
           MOVE WS-RUN-DD TO PH-DAY.
           MOVE WS-TODAY-YY TO PH-YR.
           MOVE 'S' TO PH-TYPE.
           MOVE SPACE TO PH-RSN.
           MOVE 'S' TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY CONTINUE.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 'S' TO RL-STATUS.
           COMPUTE RL-SALE-DATE = WS-RUN-MM * 10000
               + WS-RUN-DD * 100 + WS-TODAY-YY.
           MOVE WS-PRICE-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO RL-SALE-PRICE.
           MOVE PARM-SALE-ID TO RL-SALE-ID.
           REWRITE RECOVLED-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-SOLD-CNT.
       3000-EXIT.
           EXIT.
       3100-HISTORY-ROW.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = RL-ACCT
               GO TO 3100-EXIT.
           MOVE SPACES TO SALE-REC.
           MOVE 'P' TO DS-REC-TYPE.
           MOVE PH-ACCT TO DS-H-ACCT.
           MOVE PH-SEQ TO DS-H-SEQ.
           MOVE PH-AMT TO DS-H-AMT.
           IF PH-MO NUMERIC AND PH-DAY NUMERIC AND PH-YR NUMERIC
               COMPUTE DS-H-DATE = PH-MO * 10000 + PH-DAY * 100
                   + PH-YR
           ELSE
               MOVE 0 TO DS-H-DATE.
           MOVE PH-TYPE TO DS-H-TYPE.
           MOVE PH-RSN TO DS-H-RSN.
           MOVE PH-SRC TO DS-H-SRC.
           WRITE SALE-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-HIST-CNT.
       3100-EXIT.
           EXIT.
       9000-TERMINATE.
           IF SELLING
               MOVE SPACES TO SALE-REC
               MOVE 'T' TO DS-REC-TYPE
               MOVE WS-SOLD-CNT TO DS-TRL-ACCTS
               MOVE WS-HIST-CNT TO DS-TRL-HIST
               MOVE WS-FACE-TOT TO DS-TRL-FACE
               MOVE WS-PRICE-TOT TO DS-TRL-PRICE
               WRITE SALE-REC
               PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LEDGER ROWS READ:           ' TO SUM-LABEL.
           MOVE WS-LEDGER-CNT TO SUM-CNT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT OPEN (RECOVERED/SOLD):  ' TO SUM-LABEL.
           MOVE WS-NOTOPEN-CNT TO SUM-CNT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOT CHARGED OFF ON MASTER:  ' TO SUM-LABEL.
           MOVE WS-NOACCT-CNT TO SUM-CNT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'EXCLUDED (BKR/DEC/AGY/LIT): ' TO SUM-LABEL.
           MOVE WS-EXCL-CNT TO SUM-CNT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'CHARGED OFF TOO RECENTLY:   ' TO SUM-LABEL.
           MOVE WS-YOUNG-CNT TO SUM-CNT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'RECOVERING RECENTLY:        ' TO SUM-LABEL.
           MOVE WS-RECENT-CNT TO SUM-CNT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOTHING LEFT OWING:         ' TO SUM-LABEL.
           MOVE WS-NOFACE-CNT TO SUM-CNT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           IF SELLING
               MOVE 'ACCOUNTS SOLD:              ' TO SUM-LABEL
               MOVE WS-SOLD-CNT TO SUM-CNT
           ELSE
               MOVE 'CANDIDATES FOR SALE:        ' TO SUM-LABEL
               MOVE WS-CAND-CNT TO SUM-CNT.
           MOVE WS-FACE-TOT TO SUM-AMT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'PRICE AT CARD PERCENTAGE:   ' TO SUM-LABEL.
           MOVE WS-PRICE-TOT TO SUM-AMT.
           WRITE SALE-RPT-REC FROM SUMMARY-LINE.
           CLOSE RECOVLED-FILE, ACCT-MASTER, PAYHIST-FILE,
               IDENTITY-FILE, LITCASE-FILE, SALE-FILE,
               SALE-REPORT-FILE.
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
           MOVE WS-RL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RECOVLED' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RL-ACCT TO ABL-KEY
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
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
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
           MOVE WS-LC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'LITCASE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LC-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SALE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DEBTSALE' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SALE-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'SALERPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SALE-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT112' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
