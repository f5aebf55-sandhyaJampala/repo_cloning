       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT97.
       REMARKS. THIS NIGHTLY BATCH PROGRAM DRAWS THE AUTOPAY
                PAYMENTS.  FOR EVERY ACTIVE ENROLLMENT ON THE AUTOPAY
                FILE (KEPT THROUGH 'AC37') IT FINDS THE ACCOUNT'S
                LATEST MINPAY STATEMENT ROW; WHEN THAT STATEMENT'S DUE
                DATE HAS ARRIVED, IT FELL DUE ON OR AFTER THE
                ENROLLMENT'S FIRST DRAW DATE, IT IS STILL OPEN AND IT
                HAS NOT ALREADY BEEN DRAWN FOR, THE AMOUNT RULE SETS
                THE DEBIT: THE MINIMUM DUE LESS PAYMENTS RECEIVED
                SINCE THE STATEMENT, THE WHOLE BALANCE, OR THE FIXED
                AMOUNT - NEVER MORE THAN THE BALANCE.  EACH DEBIT IS
                WRITTEN TO THE STANDARD BANK DEBIT ORIGINATION FILE
                (94-BYTE FILE HEADER, ONE PPD DEBIT BATCH, ENTRY
                DETAIL, BATCH AND FILE CONTROL RECORDS, BLOCKED BY
                TEN AND FILLED OUT WITH NINES) FOR SETTLEMENT ON THE
                NEXT BUSINESS DAY BY THE CBLPGM02 CALENDAR, AND IS
                POSTED AT ONCE THE WAY ACCT10 POSTS A LOCKBOX PAYMENT:
                THE BALANCE IS REDUCED, THE PAY-HIST DISPLAY ENTRIES
                ROLL, AND A TYPE 'P' PAYHIST ENTRY IS APPENDED WITH
                PH-SRC 'B', AND APPLIED TO THE BALCOMP SPLIT FEES
                FIRST, THEN FINANCE CHARGES, THEN PRINCIPAL.  A DEBIT
                THE BANK RETURNS COMES BACK THROUGH THE ACCT38
                RETURNED-ITEMS RUN MARKED AS AN AUTOPAY ITEM.
                NOTHING IS DRAWN FROM A DECEASED,
                BANKRUPT, SANCTIONS-HELD, CLOSED OR CHARGED-OFF
                ACCOUNT; THAT STATEMENT IS PASSED OVER AND REPORTED.
                AN ACCOUNT IN USE ON-LINE IS TRIED AGAIN THE NEXT
                NIGHT.  OUR BANK'S ROUTING NUMBER AND NAME AND THE
                COMPANY ID AND NAME COME FROM THE ACHPARM CARD;
                WITHOUT A USABLE CARD NOTHING IS DRAWN AND THE STEP
                ENDS WITH RETURN CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO ACHPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-ACCT
               FILE STATUS IS WS-AP-STATUS.
           SELECT MINPAY-FILE ASSIGN TO MINPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-MP-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTDO
               FILE STATUS IS WS-ACCTFIL-STATUS.
           SELECT BALCOMP-FILE ASSIGN TO BALCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-ACCT
               FILE STATUS IS WS-BC-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT ACCTLOCK-FILE ASSIGN TO ACCTLOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LK-ACCT
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT ACH-FILE ASSIGN TO ACHOUT
               FILE STATUS IS WS-ACH-STATUS.
           SELECT AP-REPORT-FILE ASSIGN TO APRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
      *        OUR BANK (THE ORIGINATING DEPOSITORY) - ROUTING NUMBER
      *        AND NAME - AND THE COMPANY ID AND NAME THE BANK KNOWS
      *        US BY, AS THEY GO ON THE FILE AND BATCH HEADERS.
           05  PARM-ODFI               PIC X(9).
           05  PARM-ODFI-NAME          PIC X(23).
           05  PARM-CO-ID              PIC X(10).
           05  PARM-CO-NAME            PIC X(16).
           05  FILLER                  PIC X(22).
       FD  AUTOPAY-FILE
           RECORDING MODE F.
       01  AUTOPAY-REC.
           COPY AUTOPAY.
       FD  MINPAY-FILE
           RECORDING MODE F.
       01  MINPAY-REC.
           COPY MINPAY.
       FD  ACCT-MASTER
           RECORDING MODE F.
       01  ACCTREC.
           COPY ACCTREC.
       FD  BALCOMP-FILE
           RECORDING MODE F.
       01  BALCOMP-REC.
           COPY BALCOMP.
       FD  PAYHIST-FILE
           RECORDING MODE F.
       01  PAYHIST-REC.
           COPY PAYHIST.
       FD  ACCTLOCK-FILE
           RECORDING MODE F.
       01  ACCTLOCK-REC.
           COPY ACCTLOCK.
       FD  ACH-FILE
           RECORDING MODE F.
       01  ACH-REC                     PIC X(94).
       FD  AP-REPORT-FILE
           RECORDING MODE F.
       01  AP-RPT-REC                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-AP-STATUS            PIC XX VALUE SPACES.
           02  WS-MP-STATUS            PIC XX VALUE SPACES.
               88  MINPAY-OK               VALUE '00'.
           02  WS-ACCTFIL-STATUS       PIC XX VALUE SPACES.
               88  ACCTFIL-FOUND           VALUE '00'.
           02  WS-PAYHIST-STATUS       PIC XX VALUE SPACES.
               88  PAYHIST-OK              VALUE '00'.
           02  WS-ACH-STATUS           PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-PARM-SW              PIC X VALUE 'Y'.
               88  PARM-OK                 VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DUE-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-DRAWN-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-PASSED-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOTHING-CNT          PIC S9(7) COMP-3 VALUE 0.
           02  WS-RETRY-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-DRAWN-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           02  WS-LAST-SEQ             PIC S9(4) COMP VALUE +0.
           02  WS-LOCK-STATUS          PIC XX VALUE SPACES.
               88  LOCK-FOUND              VALUE '00'.
           02  WS-BC-STATUS            PIC XX VALUE SPACES.
               88  BC-FOUND                VALUE '00'.
           02  WS-LOCK-BUSY-SW         PIC X VALUE 'N'.
               88  LOCK-BUSY               VALUE 'Y'.
           02  WS-LOCK-LIMIT           PIC S9(7) COMP-3 VALUE +1000.
           02  WS-NOW-DATE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NOW-TIME             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LK-TIME              PIC S9(7) COMP-3 VALUE 0.
           02  WS-LK-DATE              PIC S9(7) COMP-3 VALUE 0.
       01  WS-NOW-DAY.
           02  WS-NOW-YY               PIC 9(2).
           02  WS-NOW-DDD              PIC 9(3).
       01  WS-NOW-HMS                  PIC 9(8).
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY8                   PIC 9(8) VALUE 0.
       01  WS-TODAY8-R REDEFINES WS-TODAY8.
           02  WS-TODAY8-CCYY          PIC 9(4).
           02  WS-TODAY8-MM            PIC 9(2).
           02  WS-TODAY8-DD            PIC 9(2).
       01  WS-EFF-DATE8                PIC 9(8) VALUE 0.
       01  WS-STMT-SER                 PIC 9(8) VALUE 0.
       01  WS-HIST-SER                 PIC 9(8) VALUE 0.
      *****************************************************************
      * THE LATEST MINPAY ROW FOR THE ACCOUNT, KEPT ASIDE WHILE THE
      * BROWSE READS PAST IT.
      *****************************************************************
       01  WS-MP-LAST.
           02  WS-MP-FOUND-SW          PIC X VALUE 'N'.
               88  MP-FOUND                VALUE 'Y'.
           02  WS-MP-PERIOD            PIC 9(6).
           02  WS-MP-STMT-DATE         PIC 9(6).
           02  WS-MP-STMT-R REDEFINES WS-MP-STMT-DATE.
               04  WS-MP-STMT-MM       PIC 9(2).
               04  WS-MP-STMT-DD       PIC 9(2).
               04  WS-MP-STMT-YY       PIC 9(2).
           02  WS-MP-MIN-DUE           PIC X(8).
           02  WS-MP-DUE-DATE          PIC 9(8).
           02  WS-MP-STATUS-CD         PIC X.
       01  WS-AMT-WORK.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-PAY-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-BAL-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-SINCE-N                  PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-AMT-ED                   PIC ZZZZ9.99.
       01  CALENDAR-LINK.
           02  CAL-FUNCTION-CD         PIC X.
           02  CAL-DATE-1              PIC 9(8).
           02  CAL-DATE-2              PIC 9(8).
           02  CAL-BUSDAY-SW           PIC X.
           02  CAL-RESULT-DATE         PIC 9(8).
           02  CAL-DAY-COUNT           PIC S9(5) COMP-3.
           02  CAL-STATUS              PIC X.
      *****************************************************************
      * ORIGINATION FILE RECORDS AND CONTROL TOTALS.  THE ENTRY HASH
      * IS THE SUM OF THE EIGHT-DIGIT RECEIVING BANK NUMBERS, KEPT TO
      * ITS LOW-ORDER TEN DIGITS.  AMOUNTS ON THE FILE ARE CENTS.
      *****************************************************************
       01  ACH-TOTALS.
           02  WS-ENTRY-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-BATCH-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-REC-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-BLOCK-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-PAD-CNT              PIC S9(7) COMP-3 VALUE 0.
           02  WS-HASH-N               PIC 9(12) VALUE 0.
           02  WS-DEBIT-CENTS          PIC 9(12) VALUE 0.
           02  WS-ENTRY-CENTS          PIC 9(10) VALUE 0.
       01  ACH-FILE-HDR.
           02  FILLER                  PIC X VALUE '1'.
           02  FILLER                  PIC X(2) VALUE '01'.
           02  FILLER                  PIC X VALUE SPACE.
           02  FH-DEST                 PIC X(9).
           02  FH-ORIGIN               PIC X(10).
           02  FH-DATE                 PIC 9(6).
           02  FH-TIME                 PIC 9(4).
           02  FILLER                  PIC X VALUE 'A'.
           02  FILLER                  PIC X(3) VALUE '094'.
           02  FILLER                  PIC X(2) VALUE '10'.
           02  FILLER                  PIC X VALUE '1'.
           02  FH-DEST-NAME            PIC X(23).
           02  FH-ORIGIN-NAME          PIC X(23).
           02  FILLER                  PIC X(8) VALUE SPACES.
       01  ACH-BATCH-HDR.
           02  FILLER                  PIC X VALUE '5'.
           02  FILLER                  PIC X(3) VALUE '225'.
           02  BH-CO-NAME              PIC X(16).
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  BH-CO-ID                PIC X(10).
           02  FILLER                  PIC X(3) VALUE 'PPD'.
           02  FILLER                  PIC X(10) VALUE 'AUTOPAY'.
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  BH-EFF-DATE             PIC 9(6).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  FILLER                  PIC X VALUE '1'.
           02  BH-ODFI                 PIC X(8).
           02  BH-BATCH-NO             PIC 9(7).
       01  ACH-ENTRY.
           02  FILLER                  PIC X VALUE '6'.
           02  EN-TRAN-CODE            PIC X(2).
           02  EN-RDFI                 PIC 9(8).
           02  EN-CHECK-DIGIT          PIC 9.
           02  EN-DFI-ACCT             PIC X(17).
           02  EN-AMOUNT               PIC 9(10).
           02  EN-IDENT                PIC X(15).
           02  EN-NAME                 PIC X(22).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  FILLER                  PIC X VALUE '0'.
           02  EN-TRACE-ODFI           PIC X(8).
           02  EN-TRACE-SEQ            PIC 9(7).
       01  ACH-BATCH-CTL.
           02  FILLER                  PIC X VALUE '8'.
           02  FILLER                  PIC X(3) VALUE '225'.
           02  BC-ENTRY-CNT            PIC 9(6).
           02  BC-HASH                 PIC 9(10).
           02  BC-DEBITS               PIC 9(12).
           02  BC-CREDITS              PIC 9(12) VALUE 0.
           02  BC-CO-ID                PIC X(10).
           02  FILLER                  PIC X(25) VALUE SPACES.
           02  BC-ODFI                 PIC X(8).
           02  BC-BATCH-NO             PIC 9(7).
       01  ACH-FILE-CTL.
           02  FILLER                  PIC X VALUE '9'.
           02  FC-BATCH-CNT            PIC 9(6).
           02  FC-BLOCK-CNT            PIC 9(6).
           02  FC-ENTRY-CNT            PIC 9(8).
           02  FC-HASH                 PIC 9(10).
           02  FC-DEBITS               PIC 9(12).
           02  FC-CREDITS              PIC 9(12) VALUE 0.
           02  FILLER                  PIC X(39) VALUE SPACES.
       01  ACH-PAD-REC                 PIC X(94) VALUE ALL '9'.
       01  HEADER-LINE.
           02  FILLER                  PIC X(44) VALUE
               'ACCT97 AUTOPAY BANK DEBIT ORIGINATION - RUN '.
           02  FILLER                  PIC X(10) VALUE 'SETTLES '.
           02  HDR-EFF-DATE            PIC 9(8).
           02  FILLER                  PIC X(38) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-ACCTC               PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-RULE                PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-PERIOD              PIC 9(6).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-DUE                 PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  RPT-AMT                 PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-STATUS              PIC X(34).
           02  FILLER                  PIC X(19) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SUM-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(48) VALUE SPACES.
       01  BALCOMP-LINK.
           COPY BCLINK.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ENROLLMENT THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
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
           IF WS-TODAY-YY > 50
               COMPUTE WS-TODAY8 = 19000000 + WS-TODAY-YY * 10000
                   + WS-TODAY-MM * 100 + WS-TODAY-DD
           ELSE
               COMPUTE WS-TODAY8 = 20000000 + WS-TODAY-YY * 10000
                   + WS-TODAY-MM * 100 + WS-TODAY-DD.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-ODFI NOT NUMERIC OR PARM-CO-ID = SPACES
               MOVE 'N' TO WS-PARM-SW.
           PERFORM 1100-SET-EFF-DATE THRU 1100-EXIT.
           OPEN OUTPUT AP-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-EFF-DATE8 TO HDR-EFF-DATE.
           WRITE AP-RPT-REC FROM HEADER-LINE.
           IF NOT PARM-OK
               MOVE SPACES TO RPT-LINE
               MOVE '*** NO USABLE ACHPARM CARD - NOTHING DRAWN'
                   TO RPT-LINE
               WRITE AP-RPT-REC FROM RPT-LINE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT.
           OPEN I-O AUTOPAY-FILE.
           OPEN INPUT MINPAY-FILE.
           OPEN I-O ACCT-MASTER.
           OPEN I-O PAYHIST-FILE.
           OPEN INPUT ACCTLOCK-FILE.
           OPEN I-O BALCOMP-FILE.
           OPEN OUTPUT ACH-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           PERFORM 1200-FILE-HEADER THRU 1200-EXIT.
           PERFORM 2100-READ-AUTOPAY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * THE DEBITS SETTLE ON THE NEXT BUSINESS DAY AFTER THE RUN.
      * TOMORROW IS TODAY PLUS ONE, OR THE FIRST OF NEXT MONTH WHEN
      * THE CALENDAR SAYS TODAY PLUS ONE IS NOT A DATE; THE CALENDAR
      * THEN ROLLS IT PAST ANY WEEKEND OR HOLIDAY.
      *****************************************************************
       1100-SET-EFF-DATE.
           MOVE '2' TO CAL-FUNCTION-CD.
           COMPUTE CAL-DATE-1 = WS-TODAY8 + 1.
           CALL 'CBLPGM02' USING CALENDAR-LINK.
           IF CAL-STATUS NOT = '0'
               IF WS-TODAY8-MM = 12
                   COMPUTE CAL-DATE-1 =
                       (WS-TODAY8-CCYY + 1) * 10000 + 101
               ELSE
                   COMPUTE CAL-DATE-1 = WS-TODAY8-CCYY * 10000
                       + (WS-TODAY8-MM + 1) * 100 + 1
               END-IF
               CALL 'CBLPGM02' USING CALENDAR-LINK.
           IF CAL-STATUS = '0'
               MOVE CAL-RESULT-DATE TO WS-EFF-DATE8
           ELSE
               MOVE CAL-DATE-1 TO WS-EFF-DATE8.
       1100-EXIT.
           EXIT.
       1200-FILE-HEADER.
           MOVE PARM-ODFI TO FH-DEST.
           MOVE PARM-CO-ID TO FH-ORIGIN.
           MOVE WS-TODAY TO FH-DATE.
           MOVE WS-NOW-HMS (1:4) TO FH-TIME.
           MOVE PARM-ODFI-NAME TO FH-DEST-NAME.
           MOVE PARM-CO-NAME TO FH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HDR.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-REC-CNT.
       1200-EXIT.
           EXIT.
       2000-PROCESS-ENROLLMENT.
           ADD 1 TO WS-READ-CNT.
           IF NOT AP-ACTIVE OR AP-START > WS-TODAY8
               GO TO 2000-READ-NEXT.
           PERFORM 2200-FIND-MINPAY THRU 2200-EXIT.
           IF NOT MP-FOUND GO TO 2000-READ-NEXT.
           IF WS-MP-DUE-DATE > WS-TODAY8
               OR WS-MP-DUE-DATE < AP-START
               OR WS-MP-PERIOD NOT > AP-LAST-PERIOD
               OR WS-MP-STATUS-CD NOT = SPACE
               GO TO 2000-READ-NEXT.
           ADD 1 TO WS-DUE-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE AP-ACCT TO RPT-ACCTC.
           MOVE AP-RULE TO RPT-RULE.
           MOVE WS-MP-PERIOD TO RPT-PERIOD.
           MOVE WS-MP-DUE-DATE TO RPT-DUE.
           MOVE AP-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               MOVE 'NOT DRAWN - ACCOUNT NOT ON FILE' TO RPT-STATUS
               ADD 1 TO WS-PASSED-CNT
               PERFORM 2600-PASS-OVER THRU 2600-EXIT
               GO TO 2000-READ-NEXT.
           MOVE SNAMEDO TO RPT-SNAME.
           PERFORM 2300-CK-EXCLUDED THRU 2300-EXIT.
           IF RPT-STATUS NOT = SPACES
               ADD 1 TO WS-PASSED-CNT
               PERFORM 2600-PASS-OVER THRU 2600-EXIT
               GO TO 2000-READ-NEXT.
           MOVE AP-ACCT TO LK-ACCT.
           PERFORM 2700-CK-LOCK THRU 2700-EXIT.
           IF LOCK-BUSY
               MOVE 'RECORD IN USE ON-LINE - TOMORROW' TO RPT-STATUS
               ADD 1 TO WS-RETRY-CNT
               WRITE AP-RPT-REC FROM RPT-LINE
               GO TO 2000-READ-NEXT.
           IF BAL (1) NOT NUMERIC
               MOVE 'BALANCE NOT NUMERIC - TOMORROW' TO RPT-STATUS
               ADD 1 TO WS-RETRY-CNT
               WRITE AP-RPT-REC FROM RPT-LINE
               GO TO 2000-READ-NEXT.
           PERFORM 2400-SET-AMOUNT THRU 2400-EXIT.
           IF WS-PAY-AMT-N NOT > 0
               MOVE 'NOTHING LEFT TO DRAW' TO RPT-STATUS
               ADD 1 TO WS-NOTHING-CNT
               PERFORM 2600-PASS-OVER THRU 2600-EXIT
               GO TO 2000-READ-NEXT.
           PERFORM 2500-POST-DEBIT THRU 2500-EXIT.
       2000-READ-NEXT.
           PERFORM 2100-READ-AUTOPAY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-AUTOPAY.
           READ AUTOPAY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * THE ACCOUNT'S MINPAY ROWS READ OLDEST TO NEWEST; THE LAST ONE
      * IS THE STATEMENT NOW RUNNING.
      *****************************************************************
       2200-FIND-MINPAY.
           MOVE 'N' TO WS-MP-FOUND-SW.
           MOVE AP-ACCT TO MP-ACCT.
           MOVE 0 TO MP-PERIOD.
           START MINPAY-FILE KEY NOT < MP-KEY
               INVALID KEY GO TO 2200-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF MINPAY-OK
               PERFORM 2210-READ-MINPAY THRU 2210-EXIT
                   UNTIL NOT MINPAY-OK.
       2200-EXIT.
           EXIT.
       2210-READ-MINPAY.
           READ MINPAY-FILE NEXT RECORD
               AT END MOVE '10' TO WS-MP-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT MINPAY-OK GO TO 2210-EXIT.
           IF MP-ACCT NOT = AP-ACCT
               MOVE '10' TO WS-MP-STATUS
               GO TO 2210-EXIT.
           MOVE 'Y' TO WS-MP-FOUND-SW.
           MOVE MP-PERIOD TO WS-MP-PERIOD.
           MOVE MP-STMT-DATE TO WS-MP-STMT-DATE.
           MOVE MP-MIN-DUE TO WS-MP-MIN-DUE.
           MOVE MP-DUE-DATE TO WS-MP-DUE-DATE.
           MOVE MP-STATUS TO WS-MP-STATUS-CD.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * NO MONEY IS TAKEN FROM AN ESTATE, FROM A CUSTOMER UNDER THE
      * BANKRUPTCY STAY, FROM A SANCTIONS-HELD ACCOUNT, OR FROM AN
      * ACCOUNT THAT IS CLOSED OR CHARGED OFF.
      *****************************************************************
       2300-CK-EXCLUDED.
           IF DECEDO = 'D'
               MOVE 'NOT DRAWN - DECEASED' TO RPT-STATUS.
           IF BANKDO = 'B'
               MOVE 'NOT DRAWN - BANKRUPTCY' TO RPT-STATUS.
           IF OFACDO = 'H'
               MOVE 'NOT DRAWN - SANCTIONS HOLD' TO RPT-STATUS.
           IF STATDO = 'CL' OR STATDO = 'CO'
               MOVE 'NOT DRAWN - CLOSED OR CHARGED OFF' TO RPT-STATUS.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * THE AMOUNT RULE SETS THE DEBIT, NEVER MORE THAN THE BALANCE.
      * FOR THE MINIMUM, WHAT THE CUSTOMER HAS PAID SINCE THE
      * STATEMENT - LESS ANY OF IT THAT BOUNCED - COMES OFF FIRST.
      * THE SAME PAYHIST PASS FINDS THE LAST SEQUENCE NUMBER USED.
      *****************************************************************
       2400-SET-AMOUNT.
           MOVE BAL (1) TO WS-BAL-AMT-N.
           MOVE 0 TO WS-SINCE-N.
           IF WS-MP-STMT-YY > 50
               COMPUTE WS-STMT-SER = 19000000 + WS-MP-STMT-YY * 10000
                   + WS-MP-STMT-MM * 100 + WS-MP-STMT-DD
           ELSE
               COMPUTE WS-STMT-SER = 20000000 + WS-MP-STMT-YY * 10000
                   + WS-MP-STMT-MM * 100 + WS-MP-STMT-DD.
           PERFORM 2410-SCAN-PAYHIST THRU 2410-EXIT.
           IF AP-PAY-BALANCE
               MOVE WS-BAL-AMT-N TO WS-PAY-AMT-N.
           IF AP-PAY-FIXED
               MOVE AP-FIXED-AMT TO WS-AMT-X
               PERFORM 2900-EDIT-AMOUNT THRU 2900-EXIT
               IF AMT-BAD MOVE 0 TO WS-AMT-VAL-N END-IF
               MOVE WS-AMT-VAL-N TO WS-PAY-AMT-N.
           IF AP-PAY-MINIMUM
               MOVE WS-MP-MIN-DUE TO WS-AMT-X
               PERFORM 2900-EDIT-AMOUNT THRU 2900-EXIT
               IF AMT-BAD MOVE 0 TO WS-AMT-VAL-N END-IF
               COMPUTE WS-PAY-AMT-N = WS-AMT-VAL-N - WS-SINCE-N.
           IF WS-PAY-AMT-N > WS-BAL-AMT-N
               MOVE WS-BAL-AMT-N TO WS-PAY-AMT-N.
       2400-EXIT.
           EXIT.
       2410-SCAN-PAYHIST.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE AP-ACCT TO PH-ACCT.
           MOVE 1 TO PH-SEQ.
           START PAYHIST-FILE KEY NOT < PH-KEY
               INVALID KEY GO TO 2410-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           IF PAYHIST-OK
               PERFORM 2420-READ-PAYHIST THRU 2420-EXIT
                   UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = AP-ACCT.
       2410-EXIT.
           EXIT.
       2420-READ-PAYHIST.
           READ PAYHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYHIST-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT PAYHIST-OK OR PH-ACCT NOT = AP-ACCT
               GO TO 2420-EXIT.
           MOVE PH-SEQ TO WS-LAST-SEQ.
      *    A PAYMENT MOVED IN ON AC44 COUNTS AS OF ITS ORIGINAL
      *    DATE; ONE MOVED AWAY WAS NEVER THIS CUSTOMER'S.
           IF PH-IS-PAYMENT AND PH-PAY-XFERRED
               GO TO 2420-EXIT.
           IF NOT PH-IS-PAYMENT AND NOT PH-IS-XFER-IN
               AND NOT PH-IS-REVERSAL
               GO TO 2420-EXIT.
           IF PH-MO NOT NUMERIC OR PH-DAY NOT NUMERIC
               OR PH-YR NOT NUMERIC GO TO 2420-EXIT.
           IF PH-YR > 50
               COMPUTE WS-HIST-SER = 19000000 + PH-YR * 10000
                   + PH-MO * 100 + PH-DAY
           ELSE
               COMPUTE WS-HIST-SER = 20000000 + PH-YR * 10000
                   + PH-MO * 100 + PH-DAY.
           IF WS-HIST-SER < WS-STMT-SER GO TO 2420-EXIT.
           MOVE PH-AMT TO WS-AMT-X.
           PERFORM 2900-EDIT-AMOUNT THRU 2900-EXIT.
           IF AMT-BAD GO TO 2420-EXIT.
           IF PH-IS-REVERSAL
               SUBTRACT WS-AMT-VAL-N FROM WS-SINCE-N
           ELSE
               ADD WS-AMT-VAL-N TO WS-SINCE-N.
       2420-EXIT.
           EXIT.
      *****************************************************************
      * THE DEBIT POSTS THE WAY ACCT10 POSTS A LOCKBOX PAYMENT, DATED
      * TODAY, AND GOES ON THE ORIGINATION FILE.  THE ENROLLMENT IS
      * STAMPED WITH THE STATEMENT PERIOD SO IT IS NOT DRAWN AGAIN.
      *****************************************************************
       2500-POST-DEBIT.
           SUBTRACT WS-PAY-AMT-N FROM WS-BAL-AMT-N.
           MOVE PAY-HIST (2) TO PAY-HIST (3).
           MOVE PAY-HIST (1) TO PAY-HIST (2).
           MOVE WS-BAL-AMT-N TO BAL (1).
           MOVE WS-TODAY-MM TO BMO (1), MOVE WS-TODAY-DD TO BDAY (1).
           MOVE WS-TODAY-YY TO BYR (1).
           MOVE WS-PAY-AMT-N TO PAMT (1).
           MOVE WS-TODAY-MM TO PMO (1), MOVE WS-TODAY-DD TO PDAY (1).
           MOVE WS-TODAY-YY TO PYR (1).
           REWRITE ACCTREC
               INVALID KEY MOVE 'REWRITE FAILED - TOMORROW'
                   TO RPT-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES
               ADD 1 TO WS-RETRY-CNT
               WRITE AP-RPT-REC FROM RPT-LINE
               GO TO 2500-EXIT.
           MOVE 'A' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = WS-BAL-AMT-N + WS-PAY-AMT-N.
           MOVE WS-PAY-AMT-N TO BCL-AMT.
           PERFORM 2950-POST-COMPONENTS THRU 2950-EXIT.
           MOVE AP-ACCT TO PH-ACCT.
           COMPUTE PH-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-PAY-AMT-N TO WS-AMT-ED.
           MOVE WS-AMT-ED TO PH-AMT.
           MOVE WS-TODAY-MM TO PH-MO, MOVE WS-TODAY-DD TO PH-DAY.
           MOVE WS-TODAY-YY TO PH-YR.
           MOVE 'P' TO PH-TYPE.
           MOVE SPACE TO PH-RSN.
           MOVE 'B' TO PH-SRC.
           WRITE PAYHIST-REC
               INVALID KEY MOVE 'DRAWN, NOT IN PAYHIST' TO RPT-STATUS.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2550-WRITE-ENTRY THRU 2550-EXIT.
           MOVE WS-MP-PERIOD TO AP-LAST-PERIOD.
           MOVE WS-TODAY8 TO AP-LAST-DATE.
           MOVE WS-AMT-ED TO AP-LAST-AMT.
           REWRITE AUTOPAY-REC
               INVALID KEY MOVE 'DRAWN, ENROLLMENT NOT STAMPED'
                   TO RPT-STATUS.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           MOVE WS-AMT-ED TO RPT-AMT.
           IF RPT-STATUS = SPACES
               MOVE 'DRAWN' TO RPT-STATUS.
           ADD 1 TO WS-DRAWN-CNT.
           ADD WS-PAY-AMT-N TO WS-DRAWN-AMT.
           WRITE AP-RPT-REC FROM RPT-LINE.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * THE BATCH HEADER GOES OUT AHEAD OF THE FIRST ENTRY, SO A
      * NIGHT WITH NOTHING TO DRAW SENDS NO EMPTY BATCH.  THE TRACE
      * NUMBER IS OUR BANK'S EIGHT DIGITS AND THE ENTRY COUNT.
      *****************************************************************
       2550-WRITE-ENTRY.
           IF WS-ENTRY-CNT = 0
               MOVE PARM-CO-NAME TO BH-CO-NAME
               MOVE PARM-CO-ID TO BH-CO-ID
               MOVE WS-EFF-DATE8 (3:6) TO BH-EFF-DATE
               MOVE PARM-ODFI (1:8) TO BH-ODFI
               MOVE 1 TO BH-BATCH-NO
               WRITE ACH-REC FROM ACH-BATCH-HDR
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               ADD 1 TO WS-REC-CNT
               ADD 1 TO WS-BATCH-CNT.
           ADD 1 TO WS-ENTRY-CNT.
           IF AP-SAVINGS
               MOVE '37' TO EN-TRAN-CODE
           ELSE
               MOVE '27' TO EN-TRAN-CODE.
           MOVE AP-ROUTING (1:8) TO EN-RDFI.
           MOVE AP-ROUTING (9:1) TO EN-CHECK-DIGIT.
           MOVE AP-BANK-ACCT TO EN-DFI-ACCT.
           COMPUTE EN-AMOUNT = WS-PAY-AMT-N * 100.
           MOVE SPACES TO EN-IDENT.
           MOVE AP-ACCT TO EN-IDENT.
           MOVE SPACES TO EN-NAME.
           MOVE SNAMEDO TO EN-NAME (1:12).
           MOVE FNAMEDO TO EN-NAME (14:7).
           MOVE PARM-ODFI (1:8) TO EN-TRACE-ODFI.
           MOVE WS-ENTRY-CNT TO EN-TRACE-SEQ.
           WRITE ACH-REC FROM ACH-ENTRY.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-REC-CNT.
           ADD EN-RDFI TO WS-HASH-N.
           MOVE EN-AMOUNT TO WS-ENTRY-CENTS.
           ADD WS-ENTRY-CENTS TO WS-DEBIT-CENTS.
       2550-EXIT.
           EXIT.
      *****************************************************************
      * A STATEMENT THAT IS NOT TO BE DRAWN IS PASSED OVER FOR GOOD:
      * THE ENROLLMENT IS STAMPED WITH ITS PERIOD SO THE NEXT NIGHT
      * DOES NOT REPORT IT AGAIN.
      *****************************************************************
       2600-PASS-OVER.
           MOVE WS-MP-PERIOD TO AP-LAST-PERIOD.
           REWRITE AUTOPAY-REC
               INVALID KEY CONTINUE.
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           WRITE AP-RPT-REC FROM RPT-LINE.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * THE ACCOUNT IS SKIPPED WHEN A CURRENT ON-LINE RESERVATION IS
      * ON THE ACCTLOCK FILE - THE SAME TEN-MINUTE CURRENCY RULE THE
      * ON-LINE SIDE APPLIES TO ITS USE-QID QUEUE.  A STALE LOCK IS
      * IGNORED.
      *****************************************************************
       2700-CK-LOCK.
           MOVE 'N' TO WS-LOCK-BUSY-SW.
           READ ACCTLOCK-FILE
               INVALID KEY GO TO 2700-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT LOCK-FOUND GO TO 2700-EXIT.
           MOVE LK-TIME TO WS-LK-TIME.
           MOVE LK-DATE TO WS-LK-DATE.
           ADD WS-LOCK-LIMIT TO WS-LK-TIME.
           IF WS-LK-TIME > 236000
               ADD 1 TO WS-LK-DATE
               SUBTRACT 236000 FROM WS-LK-TIME.
           IF WS-LK-DATE > WS-NOW-DATE OR
               (WS-LK-DATE = WS-NOW-DATE AND
                WS-LK-TIME NOT < WS-NOW-TIME)
               MOVE 'Y' TO WS-LOCK-BUSY-SW.
       2700-EXIT.
           EXIT.
       2900-EDIT-AMOUNT.
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
       2900-EXIT.
           EXIT.
      *****************************************************************
      * THE POSTING IS CARRIED TO THE BALCOMP PRINCIPAL / FINANCE
      * CHARGE / FEE SPLIT THROUGH CBLPGM04.  THE CALLER HAS SET THE
      * FUNCTION, THE BALANCE BEFORE THE POSTING AND THE AMOUNT.
      *****************************************************************
       2950-POST-COMPONENTS.
           MOVE ACCTDO TO BC-ACCT.
           READ BALCOMP-FILE
               INVALID KEY MOVE '23' TO WS-BC-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT BC-FOUND
               MOVE SPACES TO BALCOMP-REC
               MOVE ACCTDO TO BC-ACCT
               MOVE 0 TO BC-PRIN, BC-FIN, BC-FEES.
           IF BC-PRIN NOT NUMERIC OR BC-FIN NOT NUMERIC
               OR BC-FEES NOT NUMERIC
               MOVE 0 TO BC-PRIN, BC-FIN, BC-FEES.
           MOVE BC-PRIN TO BCL-PRIN.
           MOVE BC-FIN TO BCL-FIN.
           MOVE BC-FEES TO BCL-FEES.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
           MOVE BCL-PRIN TO BC-PRIN.
           MOVE BCL-FIN TO BC-FIN.
           MOVE BCL-FEES TO BC-FEES.
           IF BC-FOUND
               REWRITE BALCOMP-REC
                   INVALID KEY MOVE '23' TO WS-BC-STATUS
               END-REWRITE
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
           ELSE
               WRITE BALCOMP-REC
                   INVALID KEY MOVE '22' TO WS-BC-STATUS
               END-WRITE
               PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2950-EXIT.
           EXIT.
      *****************************************************************
      * THE BATCH AND FILE CONTROL RECORDS CLOSE THE ORIGINATION FILE,
      * WHICH IS THEN FILLED OUT TO A WHOLE BLOCK OF TEN WITH NINES.
      *****************************************************************
       9000-TERMINATE.
           IF NOT PARM-OK GO TO 9000-SUMMARY.
           IF WS-ENTRY-CNT > 0
               MOVE WS-ENTRY-CNT TO BC-ENTRY-CNT
               MOVE WS-HASH-N TO BC-HASH
               MOVE WS-DEBIT-CENTS TO BC-DEBITS
               MOVE PARM-CO-ID TO BC-CO-ID
               MOVE PARM-ODFI (1:8) TO BC-ODFI
               MOVE 1 TO BC-BATCH-NO
               WRITE ACH-REC FROM ACH-BATCH-CTL
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               ADD 1 TO WS-REC-CNT.
           ADD 1 TO WS-REC-CNT.
           COMPUTE WS-BLOCK-CNT = (WS-REC-CNT + 9) / 10.
           COMPUTE WS-PAD-CNT = WS-BLOCK-CNT * 10 - WS-REC-CNT.
           MOVE WS-BATCH-CNT TO FC-BATCH-CNT.
           MOVE WS-BLOCK-CNT TO FC-BLOCK-CNT.
           MOVE WS-ENTRY-CNT TO FC-ENTRY-CNT.
           MOVE WS-HASH-N TO FC-HASH.
           MOVE WS-DEBIT-CENTS TO FC-DEBITS.
           WRITE ACH-REC FROM ACH-FILE-CTL.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 9100-PAD-BLOCK THRU 9100-EXIT
               UNTIL WS-PAD-CNT NOT > 0.
           CLOSE AUTOPAY-FILE, MINPAY-FILE, ACCT-MASTER, PAYHIST-FILE,
               ACCTLOCK-FILE, ACH-FILE, BALCOMP-FILE.
       9000-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ENROLLMENTS READ:           ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE AP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'STATEMENTS FALLEN DUE:      ' TO SUM-LABEL.
           MOVE WS-DUE-CNT TO SUM-CNT.
           WRITE AP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'DEBITS DRAWN:               ' TO SUM-LABEL.
           MOVE WS-DRAWN-CNT TO SUM-CNT.
           MOVE WS-DRAWN-AMT TO SUM-AMT.
           WRITE AP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'NOTHING LEFT TO DRAW:       ' TO SUM-LABEL.
           MOVE WS-NOTHING-CNT TO SUM-CNT.
           MOVE 0 TO SUM-AMT.
           WRITE AP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'PASSED OVER, NOT DRAWN:     ' TO SUM-LABEL.
           MOVE WS-PASSED-CNT TO SUM-CNT.
           WRITE AP-RPT-REC FROM SUMMARY-LINE.
           MOVE 'HELD FOR TOMORROW:          ' TO SUM-LABEL.
           MOVE WS-RETRY-CNT TO SUM-CNT.
           WRITE AP-RPT-REC FROM SUMMARY-LINE.
           CLOSE AP-REPORT-FILE.
       9000-EXIT.
           EXIT.
       9100-PAD-BLOCK.
           WRITE ACH-REC FROM ACH-PAD-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           SUBTRACT 1 FROM WS-PAD-CNT.
       9100-EXIT.
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
           MOVE WS-AP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'AUTOPAY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AP-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-MP-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'MINPAY' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE MP-KEY TO ABL-KEY
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
           MOVE WS-BC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'BALCOMP' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE BC-ACCT TO ABL-KEY
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
           MOVE WS-LOCK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTLOCK' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE LK-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ACH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACHOUT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACH-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'APRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AP-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT97' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
