       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT86.
       REMARKS. THIS YEAR-END BATCH JOB REPORTS CANCELLED DEBT TO THE
                IRS AND TO THE CUSTOMER ON FORM 1099-C.  THE WHOLE
                PAYHIST FILE IS READ IN KEY ORDER AND THE TYPE 'W'
                AMOUNTS FORGIVEN BY THE ACCT54 SETTLEMENT MONITOR ARE
                TOTALLED PER ACCOUNT FOR THE TAX YEAR ON THE T99PARM
                CARD (DEFAULT THE YEAR BEFORE THE RUN DATE).  AN
                ACCOUNT WHOSE TOTAL REACHES THE REPORTING THRESHOLD
                ON THE CARD (DEFAULT 600.00) GETS A PAYEE 'B' RECORD
                ON THE IRS ELECTRONIC FILING FILE, BRACKETED BY THE
                TRANSMITTER 'T', PAYER 'A', END-OF-PAYER 'C' AND
                END-OF-TRANSMISSION 'F' RECORDS, AND A CUSTOMER COPY
                THROUGH THE XEROX STREAM (FORM 'AC1099C1', HANDLING
                'TX') LOGGED TO CORRHIST.  THE DATE OF THE IDENTIFIABLE
                EVENT IS THE LAST FORGIVENESS IN THE YEAR AND THE
                EVENT CODE IS 'F' (DISCHARGE BY AGREEMENT).  A TYPE
                'O' CHARGE-OFF IS NOT AN IDENTIFIABLE EVENT AND IS
                NOT FILED; ITS YEAR TOTAL IS SHOWN AS A MEMO.  THE
                CONTROL REPORT TIES THE YEAR'S TYPE 'W' TOTAL - THE
                SUM OF THE ACCT41 SETTLEMENT-FORGIVEN (GL 600200)
                VOUCHERS - TO THE AMOUNT FILED PLUS THE AMOUNT BELOW
                THE THRESHOLD, AND FAILS THE STEP WITH RETURN CODE 8
                IF IT DOES NOT PROVE.  THE PAYEE'S TAXPAYER ID IS
                TAKEN FROM THE SECURED IDENTITY FILE AND GOES WHOLE
                ONLY ON THE IRS FILE; THE CUSTOMER COPY SHOWS IT
                MASKED TO THE LAST FOUR DIGITS.  A FORM FILED WITHOUT
                ONE IS NOTED ON THE REPORT FOR A W-9 SOLICITATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO T99PARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
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
           SELECT XEROX-DOC-FILE ASSIGN TO XRX1099
               FILE STATUS IS WS-DOC-STATUS.
           SELECT CORRHIST-FILE ASSIGN TO CORRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CH-STATUS.
           SELECT IRS-FILE ASSIGN TO IRS1099
               FILE STATUS IS WS-IRS-STATUS.
           SELECT T99-REPORT-FILE ASSIGN TO T99RPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
      *        TAX YEAR CCYY AND THRESHOLD '  999.99'; BLANK TAKES THE
      *        DEFAULT.  THE PAYER TIN AND NAME GO ON THE 'T' AND 'A'
      *        RECORDS AND THE CUSTOMER COPY.
           05  PARM-TAX-YEAR           PIC X(4).
           05  FILLER                  PIC X.
           05  PARM-THRESH             PIC X(8).
           05  FILLER                  PIC X.
           05  PARM-PAYER-TIN          PIC X(9).
           05  FILLER                  PIC X.
           05  PARM-PAYER-NAME         PIC X(40).
           05  FILLER                  PIC X(16).
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  IDENTITY-FILE
           RECORDING MODE F.
       01  IDENTITY-REC.
           COPY IDENTITY.
       FD  XEROX-DOC-FILE
           RECORDING MODE F.
       01  XRXDOC-REC.
           COPY XRXDOC.
       FD  CORRHIST-FILE
           RECORDING MODE F.
       01  CORRHIST-REC.
           COPY CORRHIST.
      *****************************************************************
      * IRS FILING RECORD.  THE FIRST BYTE NAMES THE RECORD: 'T'
      * TRANSMITTER, 'A' PAYER, 'B' PAYEE, 'C' END OF PAYER, 'F' END
      * OF TRANSMISSION.  AMOUNTS ARE UNSIGNED CENTS.  TYPE OF RETURN
      * '5' IS THE 1099-C AND AMOUNT CODE '2' THE DEBT DISCHARGED.
      *****************************************************************
       FD  IRS-FILE
           RECORDING MODE F.
       01  IRS-REC.
           05  IR-TYPE                 PIC X.
           05  IR-DATA                 PIC X(199).
       01  IRS-T-REC.
           05  FILLER                  PIC X.
           05  IR-T-YEAR               PIC 9(4).
           05  IR-T-TIN                PIC X(9).
           05  IR-T-NAME               PIC X(40).
           05  IR-T-TEST-IND           PIC X.
           05  IR-T-B-CNT              PIC 9(8).
           05  FILLER                  PIC X(137).
       01  IRS-A-REC.
           05  FILLER                  PIC X.
           05  IR-A-YEAR               PIC 9(4).
           05  IR-A-TIN                PIC X(9).
           05  IR-A-NAME               PIC X(40).
           05  IR-A-RET-TYPE           PIC X.
           05  IR-A-AMT-CODES          PIC X(16).
           05  FILLER                  PIC X(129).
       01  IRS-B-REC.
           05  FILLER                  PIC X.
           05  IR-B-YEAR               PIC 9(4).
           05  IR-B-TIN                PIC X(9).
           05  IR-B-ACCT               PIC X(20).
           05  IR-B-AMT                PIC 9(12).
           05  IR-B-NAME               PIC X(40).
           05  IR-B-ADDR1              PIC X(24).
           05  IR-B-ADDR2              PIC X(24).
           05  IR-B-ADDR3              PIC X(16).
           05  IR-B-EVENT-DATE         PIC 9(8).
           05  IR-B-EVENT-CODE         PIC X.
           05  IR-B-LIABLE             PIC X.
           05  IR-B-DEBT-DESC          PIC X(39).
           05  FILLER                  PIC X.
       01  IRS-C-REC.
           05  FILLER                  PIC X.
           05  IR-C-B-CNT              PIC 9(8).
           05  IR-C-AMT                PIC 9(18).
           05  FILLER                  PIC X(173).
       01  IRS-F-REC.
           05  FILLER                  PIC X.
           05  IR-F-A-CNT              PIC 9(8).
           05  IR-F-B-CNT              PIC 9(8).
           05  FILLER                  PIC X(183).
       FD  T99-REPORT-FILE
           RECORDING MODE F.
       01  T99-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-ID-STATUS            PIC XX VALUE SPACES.
               88  ID-FOUND                VALUE '00'.
           02  WS-DOC-STATUS           PIC XX VALUE SPACES.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
           02  WS-IRS-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-CH-SEQN              PIC S9(4) COMP VALUE +0.
           02  WS-CH-NOW-DATE          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-NOW-TIME          PIC S9(7) COMP-3 VALUE 0.
           02  WS-W-CNT                PIC S9(7) COMP-3 VALUE 0.
           02  WS-FILED-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-BELOW-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOMAST-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOTIN-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-TIN-SW               PIC X VALUE 'N'.
               88  TIN-ON-FILE             VALUE 'Y'.
           02  WS-CO-CNT               PIC S9(7) COMP-3 VALUE 0.
           02  WS-BAD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-TAX-YEAR             PIC 9(4) VALUE 0.
           02  WS-CUR-ACCT             PIC X(5) VALUE SPACES.
           02  WS-EVENT-DATE           PIC 9(8) VALUE 0.
           02  WS-ENT-DATE             PIC 9(8) VALUE 0.
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
       01  WS-WINDOW-YY                PIC 99.
       01  WS-WINDOW-CCYY              PIC 9(4).
       01  WS-YR-WINDOW                PIC 99 VALUE 50.
       01  WS-EVENT-DATE-X.
           02  WS-EVENT-CCYY           PIC 9(4).
           02  WS-EVENT-MM             PIC 9(2).
           02  WS-EVENT-DD             PIC 9(2).
       01  WS-AMT-WORK.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-THRESH-N                 PIC S9(6)V99 COMP-3
                                           VALUE +600.00.
       01  WS-ACCT-W-N                 PIC S9(8)V99 COMP-3 VALUE 0.
       01  WS-YEAR-W-N                 PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-FILED-N                  PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-BELOW-N                  PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-NOMAST-N                 PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-CO-N                     PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-DIFF-N                   PIC S9(10)V99 COMP-3 VALUE 0.
       01  WS-CENTS-N                  PIC 9(12) VALUE 0.
       01  WS-HASH-N                   PIC 9(15) VALUE 0.
       01  WS-AMT-ED                   PIC ZZZZZZZ9.99.
       01  FORM-TEXT.
           05  FTX-NAME.
               10  FTX-FNAME           PIC X(7).
               10  FILLER              PIC X VALUE SPACE.
               10  FTX-SNAME           PIC X(12).
           05  FTX-ADDR1               PIC X(24).
           05  FTX-ADDR2               PIC X(24).
           05  FTX-ADDR3               PIC X(16).
           05  FILLER                  PIC X(32) VALUE
               ' 1099-C CANCELLATION OF DEBT YR '.
           05  FTX-YEAR                PIC 9(4).
           05  FILLER                  PIC X(7) VALUE ' EVENT '.
           05  FTX-EVENT-DATE          PIC 99/99/9999.
           05  FILLER                  PIC X(12) VALUE
               ' CODE F AMT '.
           05  FTX-AMT                 PIC X(11).
           05  FILLER                  PIC X(9) VALUE ' ACCOUNT '.
           05  FTX-ACCT                PIC X(5).
           05  FILLER                  PIC X(5) VALUE ' TIN '.
           05  FTX-TIN.
               10  FTX-TIN-MASK        PIC X(7).
               10  FTX-TIN-LAST4       PIC X(4).
           05  FILLER                  PIC X(4) VALUE ' BY '.
           05  FTX-PAYER               PIC X(31).
       01  HEADER-LINE.
           02  FILLER                  PIC X(48) VALUE
               'ACCT86 1099-C CANCELLED-DEBT REPORTING, TAX YEAR'.
           02  FILLER                  PIC X VALUE SPACE.
           02  HDR-YEAR                PIC 9(4).
           02  FILLER                  PIC X(47) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-AMT                 PIC ZZZZZZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-EVENT               PIC 9999/99/99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(40).
           02  FILLER                  PIC X(28) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(34).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SUM-FLAG                PIC X(20).
           02  FILLER                  PIC X(19) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-DOC-CCYY.
           MOVE WS-TODAY-MM TO WS-DOC-MM.
           MOVE WS-TODAY-DD TO WS-DOC-DD.
           COMPUTE WS-TAX-YEAR = WS-DOC-CCYY - 1.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-TAX-YEAR NUMERIC
               MOVE PARM-TAX-YEAR TO WS-TAX-YEAR.
           IF PARM-THRESH NOT = SPACES
               MOVE PARM-THRESH TO WS-AMT-X
               PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT
               IF NOT AMT-BAD
                   MOVE WS-AMT-VAL-N TO WS-THRESH-N.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
           IF WS-CH-NOW-YY > 50
               COMPUTE WS-CH-NOW-DATE =
                   WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD
           ELSE
               COMPUTE WS-CH-NOW-DATE =
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           OPEN INPUT PAYHIST-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT IDENTITY-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN OUTPUT IRS-FILE.
           OPEN OUTPUT T99-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-TAX-YEAR TO HDR-YEAR.
           WRITE T99-RPT-REC FROM HEADER-LINE.
           MOVE SPACES TO IRS-REC.
           MOVE 'T' TO IR-TYPE.
           MOVE WS-TAX-YEAR TO IR-T-YEAR.
           MOVE PARM-PAYER-TIN TO IR-T-TIN.
           MOVE PARM-PAYER-NAME TO IR-T-NAME.
           MOVE SPACE TO IR-T-TEST-IND.
           MOVE 0 TO IR-T-B-CNT.
           WRITE IRS-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SPACES TO IRS-REC.
           MOVE 'A' TO IR-TYPE.
           MOVE WS-TAX-YEAR TO IR-A-YEAR.
           MOVE PARM-PAYER-TIN TO IR-A-TIN.
           MOVE PARM-PAYER-NAME TO IR-A-NAME.
           MOVE '5' TO IR-A-RET-TYPE.
           MOVE '2' TO IR-A-AMT-CODES.
           WRITE IRS-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2100-READ-PAYHIST THRU 2100-EXIT.
           IF NOT ALL-DONE
               MOVE PH-ACCT TO WS-CUR-ACCT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * PAYHIST COMES IN ACCOUNT ORDER, SO A CHANGE OF ACCOUNT CLOSES
      * THE ONE BEFORE IT.  ONLY TYPE 'W' AND 'O' ENTRIES DATED IN
      * THE TAX YEAR ARE OF INTEREST.
      *****************************************************************
       2000-PROCESS-ENTRY.
           IF PH-ACCT NOT = WS-CUR-ACCT
               PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT
               MOVE PH-ACCT TO WS-CUR-ACCT.
           IF NOT PH-IS-FORGIVEN AND NOT PH-IS-CHARGEOFF
               GO TO 2000-READ-NEXT.
           IF PH-MO NOT NUMERIC OR PH-DAY NOT NUMERIC
               OR PH-YR NOT NUMERIC GO TO 2000-READ-NEXT.
           MOVE PH-YR TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           IF WS-WINDOW-CCYY NOT = WS-TAX-YEAR
               GO TO 2000-READ-NEXT.
           MOVE PH-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF AMT-BAD
               ADD 1 TO WS-BAD-CNT
               GO TO 2000-READ-NEXT.
           IF PH-IS-CHARGEOFF
               ADD 1 TO WS-CO-CNT
               ADD WS-AMT-VAL-N TO WS-CO-N
               GO TO 2000-READ-NEXT.
           ADD 1 TO WS-W-CNT.
           ADD WS-AMT-VAL-N TO WS-ACCT-W-N.
           ADD WS-AMT-VAL-N TO WS-YEAR-W-N.
           COMPUTE WS-ENT-DATE = WS-WINDOW-CCYY * 10000
               + PH-MO * 100 + PH-DAY.
           IF WS-ENT-DATE > WS-EVENT-DATE
               MOVE WS-ENT-DATE TO WS-EVENT-DATE.
       2000-READ-NEXT.
           PERFORM 2100-READ-PAYHIST THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       2150-WINDOW-YEAR.
           IF WS-WINDOW-YY < WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE
               COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       2150-EXIT.
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
      *****************************************************************
      * AN ACCOUNT'S FORGIVEN TOTAL FOR THE YEAR IS FILED WHEN IT
      * REACHES THE THRESHOLD.  THE NAME AND ADDRESS COME FROM THE
      * MASTER; AN ACCOUNT NO LONGER ON FILE CANNOT BE FILED AND IS
      * LISTED FOR A MANUAL FORM.
      *****************************************************************
       3000-CLOSE-ACCOUNT.
           IF WS-ACCT-W-N = 0 GO TO 3000-RESET.
           IF WS-ACCT-W-N < WS-THRESH-N
               ADD 1 TO WS-BELOW-CNT
               ADD WS-ACCT-W-N TO WS-BELOW-N
               GO TO 3000-RESET.
           MOVE WS-CUR-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               ADD 1 TO WS-NOMAST-CNT
               ADD WS-ACCT-W-N TO WS-NOMAST-N
               MOVE 'NOT ON ACCTFIL - FILE MANUALLY' TO RPT-NOTE
               PERFORM 3900-WRITE-LINE THRU 3900-EXIT
               GO TO 3000-RESET.
           PERFORM 3050-GET-IDENTITY THRU 3050-EXIT.
           PERFORM 3100-WRITE-PAYEE THRU 3100-EXIT.
           PERFORM 3200-WRITE-COPY THRU 3200-EXIT.
           ADD 1 TO WS-FILED-CNT.
           ADD WS-ACCT-W-N TO WS-FILED-N.
           IF TIN-ON-FILE
               MOVE 'FILED' TO RPT-NOTE
           ELSE
               ADD 1 TO WS-NOTIN-CNT
               MOVE 'FILED WITHOUT TIN - SOLICIT W-9' TO RPT-NOTE.
           PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
       3000-RESET.
           MOVE 0 TO WS-ACCT-W-N.
           MOVE 0 TO WS-EVENT-DATE.
       3000-EXIT.
           EXIT.
      *    ONLY A RECORD WHOSE NUMBERS HAVE BEEN KEYED ON AC34
      *    COUNTS; A PENDING ONE FILES WITH THE TIN BLANK.
       3050-GET-IDENTITY.
           MOVE 'N' TO WS-TIN-SW.
           MOVE ACCTDO TO ID-ACCT.
           READ IDENTITY-FILE
               INVALID KEY MOVE '23' TO WS-ID-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ID-FOUND AND ID-CAPTURED
               MOVE 'Y' TO WS-TIN-SW.
       3050-EXIT.
           EXIT.
       3100-WRITE-PAYEE.
           MOVE SPACES TO IRS-REC.
           MOVE 'B' TO IR-TYPE.
           MOVE WS-TAX-YEAR TO IR-B-YEAR.
           IF TIN-ON-FILE
               MOVE ID-TIN TO IR-B-TIN
           ELSE
               MOVE SPACES TO IR-B-TIN.
           MOVE ACCTDO TO IR-B-ACCT.
           COMPUTE WS-CENTS-N = WS-ACCT-W-N * 100.
           MOVE WS-CENTS-N TO IR-B-AMT.
           MOVE SPACES TO IR-B-NAME.
           STRING FNAMEDO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SNAMEDO DELIMITED BY SIZE
               INTO IR-B-NAME.
           MOVE ADDR1DO TO IR-B-ADDR1.
           MOVE ADDR2DO TO IR-B-ADDR2.
           MOVE ADDR3DO TO IR-B-ADDR3.
           MOVE WS-EVENT-DATE TO IR-B-EVENT-DATE.
           MOVE 'F' TO IR-B-EVENT-CODE.
           MOVE 'X' TO IR-B-LIABLE.
           MOVE 'SETTLED CREDIT ACCOUNT BALANCE' TO IR-B-DEBT-DESC.
           WRITE IRS-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       3100-EXIT.
           EXIT.
       3200-WRITE-COPY.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'TX' TO XRX-SPECIAL-HANDLING.
           MOVE 'AC1099C1' TO XRX-FORM-NAME.
           MOVE WS-DOC-DATE TO XRX-DATE.
           MOVE 1 TO XRX-COMPANY-NO.
           MOVE ACCTDO TO XRX-CUST-NO (2:5).
           MOVE '0' TO XRX-CUST-NO (1:1).
           MOVE ZERO TO XRX-CUST-LOC-NO.
           MOVE ACCTDO TO XRX-UNIQUE-KEY.
           MOVE WS-TAX-YEAR TO XRX-UNIQUE-KEY (6:4).
           COMPUTE WS-HASH-N = WS-ACCT-W-N * 100.
           MOVE WS-HASH-N TO XRX-HASH-TOTAL.
           MOVE 1 TO XRX-PAGE-NO.
           MOVE FNAMEDO TO FTX-FNAME.
           MOVE SNAMEDO TO FTX-SNAME.
           MOVE ADDR1DO TO FTX-ADDR1.
           MOVE ADDR2DO TO FTX-ADDR2.
           MOVE ADDR3DO TO FTX-ADDR3.
           MOVE WS-TAX-YEAR TO FTX-YEAR.
           MOVE WS-EVENT-DATE TO WS-EVENT-DATE-X.
           COMPUTE FTX-EVENT-DATE = WS-EVENT-MM * 1000000
               + WS-EVENT-DD * 10000 + WS-EVENT-CCYY.
           MOVE WS-ACCT-W-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO FTX-AMT.
           MOVE ACCTDO TO FTX-ACCT.
           IF TIN-ON-FILE
               MOVE 'XXX-XX-' TO FTX-TIN-MASK
               MOVE ID-TIN-LAST4 TO FTX-TIN-LAST4
           ELSE
               MOVE 'NOT ON FILE' TO FTX-TIN.
           MOVE PARM-PAYER-NAME TO FTX-PAYER.
           MOVE FORM-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 3800-LOG-CORR THRU 3800-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * EVERY DOCUMENT WRITTEN TO THE XEROX STREAM IS LOGGED TO THE
      * CORRESPONDENCE HISTORY WITH ITS FORM, HANDLING CODE AND THE
      * ARCHIVED PAGE TEXT, FOR THE AC26 BROWSE AND REPRINTS.
      *****************************************************************
       3800-LOG-CORR.
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
       3800-EXIT.
           EXIT.
       3900-WRITE-LINE.
           MOVE WS-CUR-ACCT TO RPT-ACCTC.
           MOVE WS-ACCT-W-N TO RPT-AMT.
           MOVE WS-EVENT-DATE TO RPT-EVENT.
           WRITE T99-RPT-REC FROM RPT-LINE.
           MOVE SPACES TO RPT-NOTE.
       3900-EXIT.
           EXIT.
      *****************************************************************
      * THE TRAILERS CLOSE THE IRS FILE AND THE CONTROL TOTALS PROVE
      * THE YEAR'S FORGIVENESS: EVERY TYPE 'W' DOLLAR IS EITHER FILED,
      * BELOW THE THRESHOLD, OR LISTED FOR A MANUAL FORM.
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO IRS-REC.
           MOVE 'C' TO IR-TYPE.
           MOVE WS-FILED-CNT TO IR-C-B-CNT.
           COMPUTE IR-C-AMT = WS-FILED-N * 100.
           WRITE IRS-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SPACES TO IRS-REC.
           MOVE 'F' TO IR-TYPE.
           MOVE 1 TO IR-F-A-CNT.
           MOVE WS-FILED-CNT TO IR-F-B-CNT.
           WRITE IRS-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'TYPE W FORGIVEN IN YEAR (GL 600200)' TO SUM-LABEL.
           MOVE WS-W-CNT TO SUM-CNT.
           MOVE WS-YEAR-W-N TO SUM-AMT.
           WRITE T99-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE '  FILED ON 1099-C' TO SUM-LABEL.
           MOVE WS-FILED-CNT TO SUM-CNT.
           MOVE WS-FILED-N TO SUM-AMT.
           WRITE T99-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE '  BELOW THRESHOLD, NOT FILED' TO SUM-LABEL.
           MOVE WS-BELOW-CNT TO SUM-CNT.
           MOVE WS-BELOW-N TO SUM-AMT.
           WRITE T99-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE '  NOT ON ACCTFIL, FILE MANUALLY' TO SUM-LABEL.
           MOVE WS-NOMAST-CNT TO SUM-CNT.
           MOVE WS-NOMAST-N TO SUM-AMT.
           WRITE T99-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'FILED WITHOUT TIN (MEMO)' TO SUM-LABEL.
           MOVE WS-NOTIN-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE T99-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'DIFFERENCE' TO SUM-LABEL.
           COMPUTE WS-DIFF-N = WS-YEAR-W-N - WS-FILED-N
               - WS-BELOW-N - WS-NOMAST-N.
           MOVE 0 TO SUM-CNT.
           MOVE WS-DIFF-N TO SUM-AMT.
           IF WS-DIFF-N NOT = 0
               MOVE '** DOES NOT PROVE **' TO SUM-FLAG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'IN PROOF' TO SUM-FLAG.
           WRITE T99-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'CHARGE-OFFS IN YEAR (MEMO)' TO SUM-LABEL.
           MOVE WS-CO-CNT TO SUM-CNT.
           MOVE WS-CO-N TO SUM-AMT.
           WRITE T99-RPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'UNREADABLE AMOUNTS SKIPPED' TO SUM-LABEL.
           MOVE WS-BAD-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE T99-RPT-REC FROM SUMMARY-LINE.
           CLOSE PAYHIST-FILE, ACCT-MASTER, IDENTITY-FILE,
               XEROX-DOC-FILE,
               CORRHIST-FILE, IRS-FILE, T99-REPORT-FILE.
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
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
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
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRX1099' TO ABL-FILE-NAME
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
           MOVE WS-IRS-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'IRS1099' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE IRS-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'T99RPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE T99-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT86' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
