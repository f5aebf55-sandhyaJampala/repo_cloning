       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT107.
       REMARKS. THIS NIGHTLY BATCH STEP MAILS THE DEBT VALIDATION
                NOTICES AND THE DISPUTE VERIFICATION LETTERS KEPT ON
                THE VALNOTE FILE, AND KEEPS THE VALIDATION WINDOW.
                AN ACCOUNT THAT ACCT17 OR ACCT19 HAS JUST BROUGHT
                INTO COLLECTIONS (STATUS 'P') GETS ITS NOTICE UNDER
                THE FORM-NAME 'ACVALN01' AND HANDLING CODE 'VN',
                ITEMIZED FROM THE PAYHIST TRAIL AS OF THE ITEMIZATION
                DATE - THE DATE OF THE LAST PAYMENT, OR OF THE OPENING
                SEED WHEN NO PAYMENT WAS EVER MADE: THE BALANCE ON
                THAT DATE, THE INTEREST (FINANCE CHARGES ASSESSED BY
                ACCT14), FEES (LATE, OVER-LIMIT, ANNUAL AND RETURNED-
                CHECK), OTHER CHARGES, AND PAYMENTS OR CREDITS SINCE,
                AND THE BALANCE NOW OWED.  THE FIGURES ARE TIED TO THE
                MASTER BALANCE; WHERE THE TRAIL DOES NOT REACH IT THE
                DIFFERENCE IS CARRIED IN THE ITEMIZATION-DATE BALANCE
                AND THE ACCOUNT IS COUNTED.  THE NOTICE OPENS THE
                VALIDATION WINDOW ('W'), WHICH ENDS THE NUMBER OF
                CALENDAR DAYS ON THE VALPARM CARD AFTER THE NOTICE
                DATE (35 - THIRTY DAYS AND FIVE FOR THE MAIL - WHEN
                THE CARD IS BLANK); A WINDOW THAT ENDS UNDISPUTED IS
                CLOSED ('C').  A DISPUTE WHOSE VERIFICATION WAS
                APPROVED ON AC42 ('Q') GETS ITS VERIFICATION LETTER
                UNDER 'ACVERI01' / 'VF', CARRYING THE SAME
                ITEMIZATION, AND IS MARKED VERIFIED ('V').  EVERY
                DOCUMENT IS LOGGED TO CORRHIST.  A NOTICE IS HELD
                (THE RECORD STAYS 'P', SO THE ACCOUNT STAYS OUT OF
                PLACEMENT AND THE DIALER) WHILE MAIL TO THE ACCOUNT
                IS BEING RETURNED, AND WHILE A BANKRUPTCY, A NOTICE OF
                DEATH OR A CEASE-CONTACT ORDER STANDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO VALPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VALNOTE-FILE ASSIGN TO VALNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VN-ACCT
               FILE STATUS IS WS-VN-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT ACCTALT-FILE ASSIGN TO ACCTALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AA-ACCT
               FILE STATUS IS WS-ALT-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
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
           SELECT XEROX-DOC-FILE ASSIGN TO XRXVALN
               FILE STATUS IS WS-DOC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-WINDOW-DAYS        PIC 9(3).
           05  FILLER                  PIC X(77).
       FD  VALNOTE-FILE
           RECORDING MODE F.
       01  VALNOTE-REC.
           COPY VALNOTE.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  ACCTALT-FILE
           RECORDING MODE F.
       01  ACCTALT-REC.
           COPY ACCTALT.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
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
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-VN-STATUS            PIC XX VALUE SPACES.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-ALT-STATUS           PIC XX VALUE SPACES.
               88  ALT-FOUND               VALUE '00'.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
               88  PAYHIST-OK              VALUE '00'.
           02  WS-DOC-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOTICE-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-VERIFY-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLOSED-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-MAILBLK-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-HOLD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOMAST-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-ITEMADJ-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
           02  WS-CH-SEQN              PIC S9(4) COMP VALUE +0.
           02  WS-LANG-STATUS          PIC XX VALUE SPACES.
               88  LANG-MSG-FOUND          VALUE '00'.
           02  WS-DOC-LANG             PIC X VALUE 'E'.
           02  WS-SPAN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LEGEND               PIC X(30) VALUE SPACES.
           02  WS-LEG-MSGNO            PIC 9(4) VALUE 0.
           02  WS-LEG-DEFAULT          PIC X(30) VALUE SPACES.
           02  WS-CH-NOW-DATE          PIC S9(7) COMP-3 VALUE 0.
           02  WS-CH-NOW-TIME          PIC S9(7) COMP-3 VALUE 0.
           02  WS-PROC-MMDD            PIC 9(4) VALUE 0.
           02  WS-USE-ADDR1            PIC X(24).
           02  WS-USE-ADDR2            PIC X(24).
           02  WS-USE-ADDR3            PIC X(16).
           02  WS-WINDOW-DAYS          PIC 9(3) VALUE 35.
           02  WS-QUOT                 PIC 9(4) VALUE 0.
           02  WS-REM                  PIC 9(4) VALUE 0.
           02  WS-MONTH-DAYS           PIC 9(2) VALUE 0.
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
       01  WS-ENTRY-DATE.
           02  WS-ENTRY-CCYY           PIC 9(4).
           02  WS-ENTRY-MM             PIC 9(2).
           02  WS-ENTRY-DD             PIC 9(2).
       01  WS-ENTRY8 REDEFINES WS-ENTRY-DATE PIC 9(8).
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
       01  WS-RUN-BAL-N                PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-SNAP-BAL-N               PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-HASH-N                   PIC 9(9) VALUE 0.
       01  VALIDATION-TEXT.
           05  VTX-NAME.
               10  VTX-FNAME           PIC X(7).
               10  FILLER              PIC X VALUE SPACE.
               10  VTX-SNAME           PIC X(12).
           05  VTX-ADDR1               PIC X(24).
           05  VTX-ADDR2               PIC X(24).
           05  VTX-ADDR3               PIC X(16).
           05  FILLER                  PIC X(10) VALUE ' ITEMIZED '.
           05  VTX-ITEM-DATE.
               10  VTX-ITEM-MM         PIC X(2).
               10  FILLER              PIC X VALUE '/'.
               10  VTX-ITEM-DD         PIC X(2).
               10  FILLER              PIC X VALUE '/'.
               10  VTX-ITEM-YY         PIC X(2).
           05  FILLER                  PIC X(4) VALUE ' BAL'.
           05  VTX-ITEM-BAL            PIC -(5)9.99.
           05  FILLER                  PIC X(4) VALUE ' INT'.
           05  VTX-INTEREST            PIC -(5)9.99.
           05  FILLER                  PIC X(4) VALUE ' FEE'.
           05  VTX-FEES                PIC -(5)9.99.
           05  FILLER                  PIC X(4) VALUE ' CHG'.
           05  VTX-CHARGES             PIC -(5)9.99.
           05  FILLER                  PIC X(4) VALUE ' CRD'.
           05  VTX-CREDITS             PIC -(5)9.99.
           05  FILLER                  PIC X(4) VALUE ' NOW'.
           05  VTX-CURR-BAL            PIC -(5)9.99.
           05  VTX-DATE-LABEL          PIC X(4).
           05  VTX-DATE.
               10  VTX-DATE-MM         PIC X(2).
               10  FILLER              PIC X VALUE '/'.
               10  VTX-DATE-DD         PIC X(2).
               10  FILLER              PIC X VALUE '/'.
               10  VTX-DATE-YY         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VTX-LEGEND              PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
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
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-WINDOW-DAYS NUMERIC AND PARM-WINDOW-DAYS > 0
               MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS.
           OPEN I-O VALNOTE-FILE.
           OPEN INPUT ACCT-MASTER.
           OPEN INPUT ACCTALT-FILE.
           OPEN INPUT PAYHIST-FILE.
           OPEN I-O CORRHIST-FILE.
           OPEN INPUT ACCTMSG-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.
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
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           MOVE WS-WINDOW-CCYY TO WS-DOC-CCYY.
           MOVE WS-TODAY-MM TO WS-DOC-MM.
           MOVE WS-TODAY-DD TO WS-DOC-DD.
           COMPUTE WS-PROC-MMDD = WS-TODAY-MM * 100 + WS-TODAY-DD.
           PERFORM 2100-READ-VALNOTE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-NOTICE.
           ADD 1 TO WS-READ-CNT.
           IF VN-PENDING
               PERFORM 2200-MAIL-NOTICE THRU 2200-EXIT
               GO TO 2000-READ-NEXT.
           IF VN-WINDOW-OPEN AND VN-WINDOW-END < WS-TODAY8
               MOVE 'C' TO VN-STATUS
               REWRITE VALNOTE-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               ADD 1 TO WS-CLOSED-CNT
               GO TO 2000-READ-NEXT.
           IF VN-VERIFY-READY
               PERFORM 2400-MAIL-VERIFICATION THRU 2400-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-VALNOTE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-VALNOTE.
           READ VALNOTE-FILE NEXT RECORD
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
      * THE VALIDATION NOTICE - ITEMIZE, MAIL, AND OPEN THE WINDOW.
      *****************************************************************
       2200-MAIL-NOTICE.
           MOVE VN-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               ADD 1 TO WS-NOMAST-CNT
               GO TO 2200-EXIT.
           IF MAILFLDO = 'R'
               ADD 1 TO WS-MAILBLK-CNT
               GO TO 2200-EXIT.
           IF BANKDO = 'B' OR DECEDO = 'D' OR CEASEDO = 'Y'
               ADD 1 TO WS-HOLD-CNT
               GO TO 2200-EXIT.
           PERFORM 2300-ITEMIZE THRU 2300-EXIT.
           MOVE WS-DOC-DATE TO WS-END-DATE.
           PERFORM 2600-NEXT-DAY THRU 2600-EXIT
               WS-WINDOW-DAYS TIMES.
           MOVE WS-TODAY8 TO VN-NOTICE-DATE.
           MOVE WS-END8 TO VN-WINDOW-END.
           MOVE 308 TO WS-LEG-MSGNO.
           MOVE 'VALIDATION NOTICE - RESPOND BY' TO WS-LEG-DEFAULT.
           PERFORM 2850-SET-LANGUAGE THRU 2850-EXIT.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'VN' TO XRX-SPECIAL-HANDLING.
           MOVE 'ACVALN01' TO XRX-FORM-NAME.
           MOVE ' BY ' TO VTX-DATE-LABEL.
           MOVE VN-WINDOW-END TO WS-ENTRY8.
           PERFORM 2500-WRITE-DOCUMENT THRU 2500-EXIT.
           MOVE 'W' TO VN-STATUS.
           REWRITE VALNOTE-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-NOTICE-CNT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * ONE PASS OF THE ACCOUNT'S PAYHIST TRAIL.  THE BALANCE IS RUN
      * FORWARD ENTRY BY ENTRY; THE SEED AND EVERY PAYMENT RESET THE
      * ITEMIZATION DATE TO THE ENTRY'S DATE AND THE SINCE-THEN
      * BUCKETS TO ZERO, SO AT THE END THEY HOLD WHAT HAPPENED AFTER
      * THE LAST PAYMENT.  RECOVERY RECEIPTS ARE OFF THE LIVE BALANCE
      * AND ARE LEFT OUT.
      *****************************************************************
       2300-ITEMIZE.
           MOVE 0 TO WS-RUN-BAL-N, WS-SNAP-BAL-N, VN-ITEM-DATE.
           MOVE 0 TO VN-INTEREST, VN-FEES, VN-CHARGES, VN-CREDITS.
           MOVE VN-ACCT TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2300-TIE.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2310-ITEM-ENTRY THRU 2310-EXIT
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = VN-ACCT.
      *    THE NOTICE STATES WHAT THE MASTER SAYS IS OWED; ANY PART OF
      *    IT THE TRAIL DOES NOT ACCOUNT FOR IS TREATED AS OWED ON THE
      *    ITEMIZATION DATE.
       2300-TIE.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO VN-CURR-BAL
           ELSE
               MOVE WS-RUN-BAL-N TO VN-CURR-BAL.
           COMPUTE VN-ITEM-BAL = VN-CURR-BAL - VN-INTEREST
               - VN-FEES - VN-CHARGES + VN-CREDITS.
           IF VN-ITEM-BAL NOT = WS-SNAP-BAL-N
               ADD 1 TO WS-ITEMADJ-CNT.
       2300-EXIT.
           EXIT.
       2310-ITEM-ENTRY.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = VN-ACCT
               GO TO 2310-EXIT.
           MOVE PH-AMT TO WS-AMT-X.
           PERFORM 2700-EDIT-AMOUNT THRU 2700-EXIT.
           IF AMT-BAD GO TO 2310-EXIT.
           IF PH-IS-SEED
               ADD WS-AMT-VAL-N TO WS-RUN-BAL-N
               PERFORM 2320-SNAPSHOT THRU 2320-EXIT
               GO TO 2310-EXIT.
           IF PH-IS-PAYMENT OR PH-IS-XFER-IN
               SUBTRACT WS-AMT-VAL-N FROM WS-RUN-BAL-N
               PERFORM 2320-SNAPSHOT THRU 2320-EXIT
               GO TO 2310-EXIT.
           IF PH-IS-ADJ-CREDIT OR PH-IS-FORGIVEN OR PH-IS-CHARGEOFF
               SUBTRACT WS-AMT-VAL-N FROM WS-RUN-BAL-N
               ADD WS-AMT-VAL-N TO VN-CREDITS
               GO TO 2310-EXIT.
           IF PH-IS-CHARGE AND PH-FROM-ASSESS
               ADD WS-AMT-VAL-N TO WS-RUN-BAL-N
               ADD WS-AMT-VAL-N TO VN-INTEREST
               GO TO 2310-EXIT.
           IF PH-IS-SCHED-FEE OR PH-IS-RETFEE
               ADD WS-AMT-VAL-N TO WS-RUN-BAL-N
               ADD WS-AMT-VAL-N TO VN-FEES
               GO TO 2310-EXIT.
           IF PH-IS-CHARGE OR PH-IS-ADJ-DEBIT OR PH-IS-REVERSAL
               OR PH-IS-LEGAL-COST OR PH-IS-XFER-OUT
               ADD WS-AMT-VAL-N TO WS-RUN-BAL-N
               ADD WS-AMT-VAL-N TO VN-CHARGES.
       2310-EXIT.
           EXIT.
       2320-SNAPSHOT.
           MOVE WS-RUN-BAL-N TO WS-SNAP-BAL-N.
           MOVE 0 TO VN-INTEREST, VN-FEES, VN-CHARGES, VN-CREDITS.
           MOVE PH-YR TO WS-WINDOW-YY.
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.
           COMPUTE VN-ITEM-DATE = WS-WINDOW-CCYY * 10000
               + PH-MO * 100 + PH-DAY.
       2320-EXIT.
           EXIT.
      *****************************************************************
      * THE VERIFICATION LETTER FOR A DISPUTE THE AC42 REVIEWER HAS
      * APPROVED.  IT REPEATS THE ITEMIZATION THE NOTICE CARRIED AND
      * NAMES THE DATE THE DISPUTE WAS RECEIVED.  ONCE IT IS MAILED
      * COLLECTION RESUMES.
      *****************************************************************
       2400-MAIL-VERIFICATION.
           MOVE VN-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               ADD 1 TO WS-NOMAST-CNT
               GO TO 2400-EXIT.
           IF MAILFLDO = 'R'
               ADD 1 TO WS-MAILBLK-CNT
               GO TO 2400-EXIT.
           MOVE 309 TO WS-LEG-MSGNO.
           MOVE 'VERIFICATION OF DEBT' TO WS-LEG-DEFAULT.
           PERFORM 2850-SET-LANGUAGE THRU 2850-EXIT.
           MOVE SPACES TO XRXDOC-REC.
           MOVE 'VF' TO XRX-SPECIAL-HANDLING.
           MOVE 'ACVERI01' TO XRX-FORM-NAME.
           MOVE ' RE ' TO VTX-DATE-LABEL.
           MOVE VN-DISP-DATE TO WS-ENTRY8.
           PERFORM 2500-WRITE-DOCUMENT THRU 2500-EXIT.
           MOVE 'V' TO VN-STATUS.
           MOVE WS-TODAY8 TO VN-VERIFY-DATE.
           REWRITE VALNOTE-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-VERIFY-CNT.
       2400-EXIT.
           EXIT.
      *****************************************************************
      * BOTH DOCUMENTS CARRY THE ITEMIZATION ON THE VALNOTE RECORD;
      * WS-ENTRY-DATE IS THE DATE PRINTED AFTER THE FIGURES (THE END
      * OF THE WINDOW, OR THE DATE THE DISPUTE WAS RECEIVED).
      *****************************************************************
       2500-WRITE-DOCUMENT.
           PERFORM 2860-SET-FORM-VARIANT THRU 2860-EXIT.
           MOVE WS-DOC-DATE TO XRX-DATE.
           MOVE 1 TO XRX-COMPANY-NO.
           MOVE VN-ACCT TO XRX-CUST-NO (2:5).
           MOVE '0' TO XRX-CUST-NO (1:1).
           MOVE ZERO TO XRX-CUST-LOC-NO.
           MOVE VN-ACCT TO XRX-UNIQUE-KEY.
           MOVE 0 TO WS-HASH-N.
           IF VN-CURR-BAL > 0
               COMPUTE WS-HASH-N = VN-CURR-BAL * 100.
           MOVE WS-HASH-N TO XRX-HASH-TOTAL.
           MOVE 1 TO XRX-PAGE-NO.
           MOVE FNAMEDO TO VTX-FNAME.
           MOVE SNAMEDO TO VTX-SNAME.
           PERFORM 2800-GET-ADDRESS THRU 2800-EXIT.
           MOVE WS-USE-ADDR1 TO VTX-ADDR1.
           MOVE WS-USE-ADDR2 TO VTX-ADDR2.
           MOVE WS-USE-ADDR3 TO VTX-ADDR3.
           MOVE VN-ITEM-DATE (5:2) TO VTX-ITEM-MM.
           MOVE VN-ITEM-DATE (7:2) TO VTX-ITEM-DD.
           MOVE VN-ITEM-DATE (3:2) TO VTX-ITEM-YY.
           MOVE VN-ITEM-BAL TO VTX-ITEM-BAL.
           MOVE VN-INTEREST TO VTX-INTEREST.
           MOVE VN-FEES TO VTX-FEES.
           MOVE VN-CHARGES TO VTX-CHARGES.
           MOVE VN-CREDITS TO VTX-CREDITS.
           MOVE VN-CURR-BAL TO VTX-CURR-BAL.
           MOVE WS-ENTRY-MM TO VTX-DATE-MM.
           MOVE WS-ENTRY-DD TO VTX-DATE-DD.
           MOVE WS-ENTRY-DATE (3:2) TO VTX-DATE-YY.
           MOVE WS-LEGEND TO VTX-LEGEND.
           MOVE VALIDATION-TEXT TO XRX-TEXT.
           WRITE XRXDOC-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2900-LOG-CORR THRU 2900-EXIT.
       2500-EXIT.
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
      *    A PAYHIST AMOUNT IS CARRIED AS EIGHT DISPLAY CHARACTERS IN
      *    THE FORM '  999.99' WITH THE DECIMAL POINT FIXED IN THE
      *    SIXTH POSITION.  LEADING SPACES ARE TREATED AS ZEROS.
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
           MOVE VN-ACCT TO CH-ACCT.
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
           CLOSE VALNOTE-FILE, ACCT-MASTER, ACCTALT-FILE,
               PAYHIST-FILE, CORRHIST-FILE, ACCTMSG-FILE,
               XEROX-DOC-FILE.
           DISPLAY 'ACCT107 - VALNOTE RECORDS READ:    ' WS-READ-CNT.
           DISPLAY 'ACCT107 - VALIDATION NOTICES:      ' WS-NOTICE-CNT.
           DISPLAY 'ACCT107 - VERIFICATION LETTERS:    ' WS-VERIFY-CNT.
           DISPLAY 'ACCT107 - WINDOWS CLOSED:          ' WS-CLOSED-CNT.
           DISPLAY 'ACCT107 - HELD, RETURNED MAIL:     ' WS-MAILBLK-CNT.
           DISPLAY 'ACCT107 - HELD, BKR/DECD/CEASE:    ' WS-HOLD-CNT.
           DISPLAY 'ACCT107 - NO MASTER RECORD:        ' WS-NOMAST-CNT.
           DISPLAY 'ACCT107 - ITEMIZED TO MASTER BAL:  ' WS-ITEMADJ-CNT.
           DISPLAY 'ACCT107 - SPANISH DOCUMENTS:       ' WS-SPAN-CNT.
       9000-EXIT.
           EXIT.
      *****************************************************************
      * A HARD STATUS ON ANY FILE - A FAILED OPEN, A PERMANENT OR
      * LOGIC ERROR, A VSAM ERROR - ENDS THE RUN THROUGH CBLPGM05 AND
      * THE MXBPCABT ABEND ROUTINE WITH THE FILE, THE OPERATION, THE
      * STATUS AND THE RECORD KEY.  END OF FILE, DUPLICATE AND
      * NOT-FOUND ARE STILL HANDLED WHERE THE FILE IS READ.
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
           MOVE WS-VN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'VALNOTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE VN-ACCT TO ABL-KEY
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
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
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
               MOVE 'XRXVALN' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT107' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
