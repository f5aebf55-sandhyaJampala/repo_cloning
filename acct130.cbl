       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT130.
       REMARKS. THIS PROGRAM IS THE SELF-SERVICE ACCOUNT INQUIRY.  THE
                TELEPHONE (IVR) AND CUSTOMER WEBSITE GATEWAYS LINK TO
                IT WITH THE SSINQ COMMAREA - CHANNEL, ACCOUNT, CALLING
                NUMBER OR WEB SESSION, AND ONE VERIFICATION VALUE -
                AND TAKE A FIXED-FORMAT ANSWER BACK IN THE SAME AREA.
                THE CALLER IS VERIFIED AGAINST THE IDENTITY FILE, BY
                THE LAST FOUR DIGITS OF THE TAXPAYER ID OR BY THE
                DATE OF BIRTH; AN ACCOUNT NOT ON FILE IS ANSWERED
                'NOT VERIFIED' THE SAME AS A WRONG VALUE, SO THE
                ANSWER NEVER CONFIRMS AN ACCOUNT NUMBER.  A VERIFIED
                ACCOUNT THAT IS PENDING APPROVAL, CARRIES A STATUS
                THAT BLOCKS AUTHORIZATION ON STATTAB (CLOSED,
                CHARGED OFF, REVOKED WHEN IT HAS NO ROW), IS IN AN
                ACTIVE BANKRUPTCY, IS DECEASED, IS ON A SANCTIONS
                HOLD OR HAS A FRAUD REVIEW OPEN IS ANSWERED 'PLEASE
                HOLD FOR A REPRESENTATIVE' WITH NO FIGURES.  ANY
                OTHER ACCOUNT GETS THE CURRENT BALANCE, THE CREDIT
                AVAILABLE (LIMIT LESS BALANCE LESS OPEN AUTHHOLD
                HOLDS, AS 'AC24' FIGURES IT), THE LAST PAYMENT ON
                PAYHIST, THE DUE DATE AND MINIMUM FROM THE LATEST
                MINPAY ROW AND THE 'AC32' PAYOFF WITH ITS
                GOOD-THROUGH DATE - THE LAST THREE BY LINKING TO
                ACCT81, WHICH LOGS THE PAYOFF TO QUOTELOG AS IT DOES
                FOR A REP.  EVERY INQUIRY IS LOGGED TO INQLOG WITH
                ITS CHANNEL AND RESULT FOR THE ACCT131 DAILY REPORT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  IDENT-LNG              PIC S9(4) COMP VALUE +40.
           02  STATTAB-LNG            PIC S9(4) COMP VALUE +41.
           02  HOLD-LNG               PIC S9(4) COMP VALUE +40.
           02  FRAUDREV-LNG           PIC S9(4) COMP VALUE +80.
           02  PAYH-LNG               PIC S9(4) COMP VALUE +24.
           02  WS-RESULT              PIC X(2) VALUE SPACES.
           02  WS-REASON              PIC X(2) VALUE SPACES.
           02  SB-BLOCK-SW            PIC X VALUE 'N'.
               88  STATUS-BLOCKS          VALUE 'Y'.
           02  FQ-FOUND-SW            PIC X VALUE 'N'.
               88  FQ-ON-FILE             VALUE 'Y'.
           02  AMT-WORK.
               04  AMT-X              PIC X(8).
               04  AMT-XR REDEFINES AMT-X.
                   06  AMT-INT        PIC 9(5).
                   06  AMT-POINT      PIC X.
                   06  AMT-DEC        PIC 9(2).
           02  AMT-BAD-SW             PIC X VALUE 'N'.
               88  AMT-BAD                VALUE 'Y'.
           02  AMT-VAL-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  BAL-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  LIM-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  HOLD-AMT-N             PIC S9(8)V99 COMP-3 VALUE +0.
           02  AVAIL-N                PIC S9(8)V99 COMP-3 VALUE +0.
           02  LAST-PAY-N             PIC S9(6)V99 COMP-3 VALUE +0.
           02  LAST-PAY-DATE          PIC 9(8) VALUE 0.
           02  WS-WINDOW-YY           PIC 99 VALUE 0.
           02  WS-WINDOW-CCYY         PIC 9(4) VALUE 0.
           02  WS-YR-WINDOW           PIC 99 VALUE 50.
           02  QUOTE-AREA.
               04  QA-ACCT            PIC X(5).
               04  QA-RESULT          PIC X(2).
               04  QA-PAYOFF          PIC S9(7)V99 COMP-3.
               04  QA-GOOD-THRU       PIC 9(8).
               04  QA-MIN-DUE         PIC X(8).
               04  QA-DUE-DATE        PIC 9(8).
           02  QUOTE-LNG              PIC S9(4) COMP VALUE +36.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT130'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  IDENTITY-REC.
           COPY IDENTITY.
       01  STATTAB-REC.
           COPY STATTAB.
       01  AUTHHOLD-REC.
           COPY AUTHHOLD.
       01  FRAUDREV-REC.
           COPY FRAUDREV.
       01  PAYHIST-REC.
           COPY PAYHIST.
       01  INQLOG-REC.
           COPY INQLOG.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY SSINQ.
       PROCEDURE DIVISION.
       INIT.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD)
               ERROR(NO-GOOD) END-EXEC.
           MOVE 'ER' TO SI-RESULT.
           MOVE 0 TO SI-BALANCE, SI-AVAIL-CREDIT, SI-LAST-PAY-AMT,
               SI-LAST-PAY-DATE, SI-DUE-DATE, SI-MIN-DUE, SI-PAYOFF,
               SI-PAYOFF-THRU.
           MOVE SPACES TO SI-MESSAGE, WS-REASON.
       CK-INPUT.
           IF NOT SI-CHANNEL-OK OR NOT SI-VER-TYPE-OK OR
               SI-VER-VALUE = SPACES,
               MOVE 'IE' TO WS-RESULT,
               MOVE 'REQUEST INCOMPLETE - TRY AGAIN' TO SI-MESSAGE,
               GO TO ANSWER.
           IF SI-ACCT < '10000' OR SI-ACCT > '99999' OR
               SI-ACCT NOT NUMERIC,
               MOVE 'IE' TO WS-RESULT,
               MOVE 'ACCOUNT NUMBER NOT VALID' TO SI-MESSAGE,
               GO TO ANSWER.
       VERIFY.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(SI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           MOVE SI-ACCT TO ID-ACCT.
           EXEC CICS READ DATASET('IDENTITY') INTO(IDENTITY-REC)
               RIDFLD(ID-ACCT) LENGTH(IDENT-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT ID-CAPTURED,
               MOVE 'NI' TO WS-REASON,
               GO TO NOT-VERIFIED.
           IF SI-VER-TIN AND (SI-VER-LAST4 NOT = ID-TIN-LAST4 OR
               SI-VER-VALUE (5:4) NOT = SPACES),
               MOVE 'TN' TO WS-REASON,
               GO TO NOT-VERIFIED.
           IF SI-VER-DOB AND (ID-DOB = 0 OR SI-VER-VALUE NOT NUMERIC
               OR SI-VER-VALUE NOT = ID-DOB),
               MOVE 'DB' TO WS-REASON,
               GO TO NOT-VERIFIED.
      *    A VERIFIED CALLER ON AN ACCOUNT THE REPS MUST HANDLE IS
      *    TOLD ONLY TO HOLD - THE REASON GOES TO THE LOG, NOT THE
      *    CALLER.
       CK-HOLD.
           IF APPRDO = 'P'
               MOVE 'AP' TO WS-REASON
               GO TO HOLD-FOR-REP.
           PERFORM CK-STATUS-BLOCK THRU CK-STATUS-BLOCK-EXIT.
           IF STATUS-BLOCKS
               MOVE 'ST' TO WS-REASON
               GO TO HOLD-FOR-REP.
           IF BANKDO = 'B'
               MOVE 'BK' TO WS-REASON
               GO TO HOLD-FOR-REP.
           IF DECEDO = 'D'
               MOVE 'DC' TO WS-REASON
               GO TO HOLD-FOR-REP.
           IF OFACDO = 'H'
               MOVE 'OF' TO WS-REASON
               GO TO HOLD-FOR-REP.
           PERFORM CK-REVIEW-OPEN THRU CK-REVIEW-OPEN-EXIT.
           IF FQ-ON-FILE AND FQ-OPEN
               MOVE 'FR' TO WS-REASON
               GO TO HOLD-FOR-REP.
       FIGURES.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO BAL-AMT-N
           ELSE
               MOVE 0 TO BAL-AMT-N.
           IF LIMITDO NUMERIC
               MOVE LIMITDO TO LIM-AMT-N
           ELSE
               MOVE 0 TO LIM-AMT-N.
           MOVE 0 TO HOLD-AMT-N.
           PERFORM SUM-HOLDS THRU SUM-HOLDS-EXIT.
           COMPUTE AVAIL-N = LIM-AMT-N - BAL-AMT-N - HOLD-AMT-N.
           IF AVAIL-N < 0,
               MOVE 0 TO AVAIL-N.
           MOVE BAL-AMT-N TO SI-BALANCE.
           MOVE AVAIL-N TO SI-AVAIL-CREDIT.
           PERFORM LAST-PAYMENT THRU LAST-PAYMENT-EXIT.
           MOVE LAST-PAY-N TO SI-LAST-PAY-AMT.
           MOVE LAST-PAY-DATE TO SI-LAST-PAY-DATE.
           MOVE 'OK' TO WS-RESULT.
           PERFORM GET-PAYOFF THRU GET-PAYOFF-EXIT.
           GO TO ANSWER.
       NOT-VERIFIED.
           MOVE 'NV' TO WS-RESULT.
           MOVE 'ACCOUNT COULD NOT BE VERIFIED' TO SI-MESSAGE.
           GO TO ANSWER.
       HOLD-FOR-REP.
           MOVE 'HR' TO WS-RESULT.
           MOVE 'PLEASE HOLD FOR A REPRESENTATIVE' TO SI-MESSAGE.
       ANSWER.
           MOVE WS-RESULT TO SI-RESULT.
           PERFORM WRITE-INQLOG THRU WRITE-INQLOG-EXIT.
           EXEC CICS RETURN END-EXEC.
       CK-STATUS-BLOCK.
           MOVE 'N' TO SB-BLOCK-SW.
           MOVE STATDO TO SB-STATUS.
           EXEC CICS READ DATASET('STATTAB') INTO(STATTAB-REC)
               RIDFLD(SB-STATUS) LENGTH(STATTAB-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF SB-BLK-AUTH = 'Y'
                   MOVE 'Y' TO SB-BLOCK-SW
               END-IF
           ELSE
               IF STATDO = 'CL' OR STATDO = 'CO' OR STATDO = 'RV'
                   MOVE 'Y' TO SB-BLOCK-SW
               END-IF
           END-IF.
       CK-STATUS-BLOCK-EXIT.
           EXIT.
       CK-REVIEW-OPEN.
           MOVE 'N' TO FQ-FOUND-SW.
           MOVE SI-ACCT TO FQ-ACCT.
           EXEC CICS READ DATASET('FRAUDREV') INTO(FRAUDREV-REC)
               RIDFLD(FQ-ACCT) LENGTH(FRAUDREV-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL),
               MOVE 'Y' TO FQ-FOUND-SW.
       CK-REVIEW-OPEN-EXIT.
           EXIT.
       SUM-HOLDS.
           MOVE LOW-VALUES TO HL-KEY.
           MOVE SI-ACCT TO HL-ACCT.
           EXEC CICS STARTBR DATASET('AUTHHOLD') RIDFLD(HL-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO SUM-HOLDS-EXIT.
       SUM-HOLDS-LOOP.
           EXEC CICS READNEXT DATASET('AUTHHOLD') INTO(AUTHHOLD-REC)
               LENGTH(HOLD-LNG) RIDFLD(HL-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR HL-ACCT NOT = SI-ACCT
               GO TO SUM-HOLDS-DONE.
           IF HL-OPEN,
               MOVE HL-AMT TO AMT-X,
               PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT,
               IF NOT AMT-BAD, ADD AMT-VAL-N TO HOLD-AMT-N.
           GO TO SUM-HOLDS-LOOP.
       SUM-HOLDS-DONE.
           EXEC CICS ENDBR DATASET('AUTHHOLD') RESP(WS-RESP) END-EXEC.
       SUM-HOLDS-EXIT.
           EXIT.
      *    THE LAST PAYMENT IS THE HIGHEST-SEQUENCE TYPE 'P' ENTRY
      *    STILL COUNTED AS THE CUSTOMER'S (NOT MOVED AWAY ON AC44).
       LAST-PAYMENT.
           MOVE 0 TO LAST-PAY-N, LAST-PAY-DATE.
           MOVE SI-ACCT TO PH-ACCT.
           MOVE 0 TO PH-SEQ.
           EXEC CICS STARTBR DATASET('PAYHIST') RIDFLD(PH-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO LAST-PAYMENT-EXIT.
       LAST-PAYMENT-LOOP.
           EXEC CICS READNEXT DATASET('PAYHIST') INTO(PAYHIST-REC)
               LENGTH(PAYH-LNG) RIDFLD(PH-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR PH-ACCT NOT = SI-ACCT
               GO TO LAST-PAYMENT-DONE.
           IF NOT PH-IS-PAYMENT OR PH-PAY-XFERRED
               GO TO LAST-PAYMENT-LOOP.
           MOVE PH-AMT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD GO TO LAST-PAYMENT-LOOP.
           MOVE AMT-VAL-N TO LAST-PAY-N.
           MOVE PH-YR TO WS-WINDOW-YY.
           PERFORM WINDOW-YEAR THRU WINDOW-YEAR-EXIT.
           COMPUTE LAST-PAY-DATE = WS-WINDOW-CCYY * 10000
               + PH-MO * 100 + PH-DAY.
           GO TO LAST-PAYMENT-LOOP.
       LAST-PAYMENT-DONE.
           EXEC CICS ENDBR DATASET('PAYHIST') RESP(WS-RESP) END-EXEC.
       LAST-PAYMENT-EXIT.
           EXIT.
      *    THE PAYOFF, GOOD-THROUGH DATE, MINIMUM AND DUE DATE COME
      *    FROM THE 'AC32' QUOTE PROGRAM SO THEY NEVER DIFFER FROM
      *    WHAT A REP WOULD QUOTE.  THE CALLER STILL GETS THE REST
      *    OF THE ANSWER IF THE QUOTE CAN NOT BE MADE.
       GET-PAYOFF.
           MOVE SI-ACCT TO QA-ACCT.
           MOVE SPACES TO QA-RESULT.
           EXEC CICS LINK PROGRAM('ACCT81') COMMAREA(QUOTE-AREA)
               LENGTH(QUOTE-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR QA-RESULT NOT = 'OK',
               MOVE 'NP' TO WS-REASON,
               MOVE 'PAYOFF NOT AVAILABLE - CALL US' TO SI-MESSAGE,
               GO TO GET-PAYOFF-EXIT.
           MOVE QA-PAYOFF TO SI-PAYOFF.
           MOVE QA-GOOD-THRU TO SI-PAYOFF-THRU.
           IF QA-DUE-DATE NUMERIC,
               MOVE QA-DUE-DATE TO SI-DUE-DATE.
           MOVE QA-MIN-DUE TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF NOT AMT-BAD,
               MOVE AMT-VAL-N TO SI-MIN-DUE.
       GET-PAYOFF-EXIT.
           EXIT.
       WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
           ELSE
               COMPUTE WS-WINDOW-CCYY = 1900 + WS-WINDOW-YY.
       WINDOW-YEAR-EXIT.
           EXIT.
       WRITE-INQLOG.
           MOVE EIBDATE TO IL-DATE.
           MOVE EIBTIME TO IL-TIME.
           MOVE EIBTASKN TO IL-SEQ.
           MOVE SI-ACCT TO IL-ACCT.
           MOVE SI-CHANNEL TO IL-CHANNEL.
           MOVE SI-VER-TYPE TO IL-VER-TYPE.
           MOVE WS-RESULT TO IL-RESULT.
           MOVE WS-REASON TO IL-REASON.
           MOVE SI-CALLER-ID TO IL-CALLER-ID.
           EXEC CICS WRITE DATASET('INQLOG') FROM(INQLOG-REC)
               RIDFLD(IL-KEY) KEYLENGTH(10) RESP(WS-RESP) END-EXEC.
       WRITE-INQLOG-EXIT.
           EXIT.
       NO-ACCT-RECORD.
           MOVE 'NF' TO WS-REASON.
           GO TO NOT-VERIFIED.
       EDIT-AMOUNT.
      *    AN AMOUNT IS EIGHT DISPLAY CHARACTERS IN THE FORM
      *    '  999.99' WITH THE DECIMAL POINT FIXED IN THE SIXTH
      *    POSITION.  LEADING SPACES ARE TREATED AS ZEROS.
           MOVE 'N' TO AMT-BAD-SW.
           INSPECT AMT-X REPLACING ALL ' ' BY '0'.
           IF AMT-INT NOT NUMERIC OR AMT-POINT NOT = '.' OR
               AMT-DEC NOT NUMERIC,
               MOVE 'Y' TO AMT-BAD-SW, GO TO EDIT-AMOUNT-EXIT.
           COMPUTE AMT-VAL-N = AMT-INT + AMT-DEC / 100.
       EDIT-AMOUNT-EXIT.
           EXIT.
      *    THE ANSWER STAYS 'ER'; THE INQUIRY IS STILL LOGGED BEFORE
      *    THE CONDITION IS JOURNALED.
       NO-GOOD.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           MOVE 'ER' TO WS-RESULT, SI-RESULT.
           PERFORM WRITE-INQLOG THRU WRITE-INQLOG-EXIT.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
