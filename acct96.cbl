       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT96.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC37'
                TRANSACTION, WHICH KEEPS THE CUSTOMER'S AUTOPAY
                ENROLLMENT - THE BANK ACCOUNT THE ACCT97 NIGHTLY RUN
                DRAWS THE PAYMENT FROM WHEN A STATEMENT FALLS DUE:
                  AC37 NNNNN
                        - SHOW THE ENROLLMENT, BANK ACCOUNT MASKED.
                  AC37 NNNNN E RRRRRRRRR AAAAAAAAAAAAAAAAA T R
                        AMOUNT CCYYMMDD
                        - ENROLL, OR CHANGE THE ENROLLMENT: ROUTING
                          NUMBER, ACCOUNT AT THE BANK, T = 'C'
                          CHECKING OR 'S' SAVINGS, R = 'M' MINIMUM
                          DUE, 'B' FULL BALANCE OR 'F' FIXED AMOUNT
                          (THE AMOUNT IS '  999.99' AND IS KEYED
                          ONLY FOR 'F'), AND THE DATE THE FIRST DRAW
                          MAY BE MADE (BLANK MEANS TODAY).  THE
                          SCREEN ANSWERS WITH STATUS, ROUTING, LAST
                          FOUR, TYPE, RULE, AMOUNT, FIRST DRAW DATE
                          AND 'R' WITH THE RETURNED-DEBIT COUNT.
                  AC37 NNNNN C
                        - CANCEL THE ENROLLMENT.
                SHOWING IS OPEN TO ANY OPERATOR.  ENROLLING, CHANGING
                AND CANCELLING NEED THE 'B' GRANT ON THE OPERATOR'S
                OPAUTH ROW; A REFUSED ATTEMPT IS WRITTEN TO ACCTAUD
                AS A TYPE 'U' RECORD THE WAY AC02 WRITES ONE.  EVERY
                CHANGE IS JOURNALED TO ACCTAUD AS A TYPE 'Z' RECORD
                WITH THE BANK ACCOUNT MASKED TO ITS LAST FOUR.  A
                NEW BANK ACCOUNT STARTS THE RETURNED-DEBIT COUNT
                AGAIN, AND AN ENROLLMENT ACCT38 CANCELLED FOR RETURNS
                MAY BE RENEWED HERE ONCE THE CUSTOMER HAS SORTED OUT
                THE BANK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  AUTOPAY-LNG            PIC S9(4) COMP VALUE +110.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  AP-INPUT.
               04  AI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  AI-ACTION          PIC X.
               04  FILLER             PIC X.
               04  AI-ROUTING         PIC X(9).
               04  AI-ROUTING-R REDEFINES AI-ROUTING.
                   06  AI-RT-DIGIT    PIC 9 OCCURS 9 TIMES.
               04  FILLER             PIC X.
               04  AI-BANK-ACCT       PIC X(17).
               04  FILLER             PIC X.
               04  AI-TYPE            PIC X.
               04  FILLER             PIC X.
               04  AI-RULE            PIC X.
               04  FILLER             PIC X.
               04  AI-AMT             PIC X(8).
               04  FILLER             PIC X.
               04  AI-START           PIC X(8).
               04  AI-START-N REDEFINES AI-START PIC 9(8).
               04  AI-START-R REDEFINES AI-START.
                   06  AI-START-CCYY  PIC 9(4).
                   06  AI-START-MM    PIC 9(2).
                   06  AI-START-DD    PIC 9(2).
           02  AI-LNG                 PIC S9(4) COMP VALUE +57.
           02  WS-CHK-SUM             PIC S9(4) COMP VALUE +0.
           02  WS-CHK-QUO             PIC S9(4) COMP VALUE +0.
           02  WS-CHK-REM             PIC S9(4) COMP VALUE +0.
           02  WS-AMT-WORK.
               04  WS-AMT-X           PIC X(8).
               04  WS-AMT-XR REDEFINES WS-AMT-X.
                   06  WS-AMT-INT     PIC 9(5).
                   06  WS-AMT-POINT   PIC X.
                   06  WS-AMT-DEC     PIC 9(2).
           02  WS-AMT-BAD-SW          PIC X VALUE 'N'.
               88  AMT-BAD                VALUE 'Y'.
           02  OPAUTH-RIDFLD          PIC X(3).
           02  AP-GRANT               PIC X VALUE 'B'.
           02  AUTH-CNT               PIC S9(4) COMP VALUE +0.
           02  AUTH-SW                PIC X VALUE 'N'.
               88  AUTH-OK                VALUE 'Y'.
           02  AP-FOUND-SW            PIC X VALUE 'N'.
               88  AP-ON-FILE             VALUE 'Y'.
           02  WS-BANK-ACCT           PIC X(17) VALUE SPACES.
           02  WS-LAST4               PIC X(4) VALUE SPACES.
           02  WS-SCAN-SUB            PIC S9(4) COMP VALUE +0.
           02  OLD-LAST4              PIC X(4) VALUE SPACES.
           02  AP-MSG.
               04  AP-MSG-STATUS      PIC X(9).
               04  FILLER             PIC X(4) VALUE 'ABA '.
               04  AP-MSG-ROUTING     PIC 9(9).
               04  FILLER             PIC X(4) VALUE ' ...'.
               04  AP-MSG-LAST4       PIC X(4).
               04  FILLER             PIC X VALUE SPACE.
               04  AP-MSG-TYPE        PIC X.
               04  FILLER             PIC X VALUE SPACE.
               04  AP-MSG-RULE        PIC X.
               04  FILLER             PIC X VALUE SPACE.
               04  AP-MSG-AMT         PIC X(8).
               04  FILLER             PIC X VALUE SPACE.
               04  AP-MSG-START       PIC 9(8).
               04  FILLER             PIC X(2) VALUE ' R'.
               04  AP-MSG-RET         PIC 9(2).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT96'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  AUTOPAY-REC. COPY AUTOPAY.
       01  OPAUTH-REC. COPY OPAUTH.
       01  ACCTAUD-REC. COPY ACCTAUD.
           COPY ACCTSET.
           COPY DFHAID.
           COPY DFHBMSCA.
       PROCEDURE DIVISION.
       INIT.
           EXEC CICS HANDLE CONDITION ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMNUI.
           IF EIBAID = DFHCLEAR,
               EXEC CICS XCTL PROGRAM('ACCTMENU') END-EXEC.
           MOVE SPACES TO AP-INPUT.
           EXEC CICS RECEIVE INTO(AP-INPUT) LENGTH(AI-LNG)
               RESP(WS-RESP) END-EXEC.
       CK-INPUT.
           IF AI-ACCT < '10000' OR AI-ACCT > '99999' OR
               AI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF AI-ACTION = SPACE, GO TO SHOW-ENROLLMENT.
           IF AI-ACTION NOT = 'E' AND AI-ACTION NOT = 'C',
               MOVE 'ACTION MUST BE E (ENROLL/CHANGE) OR C (CANCEL)'
                   TO MSGMO, GO TO SEND-SCREEN.
      *****************************************************************
      * ENROLLING, CHANGING AND CANCELLING NEED THE 'B' GRANT ON
      * OPAUTH; NO ROW MEANS NO GRANT.
      *****************************************************************
       CK-AUTHORITY.
           MOVE 'N' TO AUTH-SW.
           MOVE EIBOPID TO OPAUTH-RIDFLD.
           EXEC CICS READ DATASET('OPAUTH') INTO(OPAUTH-REC)
               RIDFLD(OPAUTH-RIDFLD) RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL),
               MOVE 0 TO AUTH-CNT,
               INSPECT OA-REQS TALLYING AUTH-CNT FOR ALL AP-GRANT,
               IF AUTH-CNT > 0, MOVE 'Y' TO AUTH-SW.
           IF NOT AUTH-OK,
               PERFORM WRITE-UNAUTH THRU WRITE-UNAUTH-EXIT,
               MOVE 'NOT AUTHORIZED TO MAINTAIN AUTOPAY' TO MSGMO,
               GO TO SEND-SCREEN.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           IF AI-ACTION = 'C', GO TO APPLY-CANCEL.
       EDIT-BANK.
      *    THE ROUTING NUMBER'S NINTH DIGIT PROVES THE OTHER EIGHT:
      *    3, 7 AND 1 TIMES THE DIGITS IN TURN MUST SUM TO A MULTIPLE
      *    OF TEN.
           IF AI-ROUTING NOT NUMERIC OR AI-ROUTING = '000000000',
               MOVE 'ROUTING NUMBER MUST BE NINE DIGITS' TO MSGMO,
               GO TO SEND-SCREEN.
           COMPUTE WS-CHK-SUM =
               3 * (AI-RT-DIGIT (1) + AI-RT-DIGIT (4) + AI-RT-DIGIT (7))
             + 7 * (AI-RT-DIGIT (2) + AI-RT-DIGIT (5) + AI-RT-DIGIT (8))
             + AI-RT-DIGIT (3) + AI-RT-DIGIT (6) + AI-RT-DIGIT (9).
           DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUO
               REMAINDER WS-CHK-REM.
           IF WS-CHK-REM NOT = 0,
               MOVE 'ROUTING NUMBER FAILS ITS CHECK DIGIT' TO MSGMO,
               GO TO SEND-SCREEN.
           IF AI-BANK-ACCT = SPACES,
               MOVE 'BANK ACCOUNT NUMBER REQUIRED' TO MSGMO,
               GO TO SEND-SCREEN.
           IF AI-TYPE NOT = 'C' AND AI-TYPE NOT = 'S',
               MOVE 'ACCOUNT TYPE MUST BE C (CHECKING) OR S (SAVINGS)'
                   TO MSGMO, GO TO SEND-SCREEN.
       EDIT-RULE.
           IF AI-RULE NOT = 'M' AND AI-RULE NOT = 'B' AND
               AI-RULE NOT = 'F',
               MOVE 'RULE MUST BE M (MINIMUM), B (BALANCE), F (FIXED)'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF AI-RULE NOT = 'F',
               MOVE SPACES TO AI-AMT, GO TO EDIT-START.
           MOVE AI-AMT TO WS-AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD OR WS-AMT-X = '00000.00',
               MOVE 'FIXED AMOUNT MUST BE KEYED AS   999.99' TO MSGMO,
               GO TO SEND-SCREEN.
       EDIT-START.
           IF AI-START = SPACES,
               MOVE WS-CCYYMMDD TO AI-START-N.
           IF AI-START NOT NUMERIC,
               MOVE 'FIRST DRAW DATE MUST BE CCYYMMDD' TO MSGMO,
               GO TO SEND-SCREEN.
           IF AI-START-MM < 1 OR AI-START-MM > 12 OR
               AI-START-DD < 1 OR AI-START-DD > 31 OR
               AI-START-N < WS-CCYYMMDD,
               MOVE 'FIRST DRAW DATE NOT VALID OR IN THE PAST'
                   TO MSGMO, GO TO SEND-SCREEN.
       APPLY-ENROLL.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(AI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           IF STATDO = 'CO' OR STATDO = 'CL',
               MOVE 'ACCOUNT IS CLOSED OR CHARGED OFF - NOT ENROLLED'
                   TO MSGMO, GO TO SEND-SCREEN.
           PERFORM READ-ENROLLMENT THRU READ-ENROLLMENT-EXIT.
           MOVE SPACES TO OLD-LAST4.
           IF AP-ON-FILE,
               MOVE AP-BANK-ACCT TO WS-BANK-ACCT,
               PERFORM FIND-LAST4 THRU FIND-LAST4-EXIT,
               MOVE WS-LAST4 TO OLD-LAST4,
               IF AP-ROUTING NOT = AI-ROUTING OR
                   AP-BANK-ACCT NOT = AI-BANK-ACCT,
                   MOVE 0 TO AP-RET-CNT.
           IF NOT AP-ON-FILE,
               MOVE SPACES TO AUTOPAY-REC,
               MOVE AI-ACCT TO AP-ACCT,
               MOVE 0 TO AP-RET-CNT, AP-LAST-PERIOD, AP-LAST-DATE,
                   AP-CANCEL-DATE,
               MOVE SPACES TO AP-LAST-AMT.
           IF NOT AP-ON-FILE OR NOT AP-ACTIVE,
               MOVE WS-CCYYMMDD TO AP-ENROLL-DATE,
               MOVE 0 TO AP-RET-CNT,
               MOVE 'AP ENROLL' TO AUD-TITLE
           ELSE
               MOVE 'AP CHANGE' TO AUD-TITLE.
           MOVE 'A' TO AP-STATUS.
           MOVE AI-ROUTING TO AP-ROUTING.
           MOVE AI-BANK-ACCT TO AP-BANK-ACCT.
           MOVE AI-TYPE TO AP-BANK-TYPE.
           MOVE AI-RULE TO AP-RULE.
           MOVE AI-AMT TO AP-FIXED-AMT.
           MOVE AI-START-N TO AP-START.
           MOVE 0 TO AP-CANCEL-DATE.
           MOVE WS-CCYYMMDD TO AP-UPD-DATE.
           MOVE EIBOPID TO AP-OPID.
           IF AP-ON-FILE,
               EXEC CICS REWRITE DATASET('AUTOPAY') FROM(AUTOPAY-REC)
                   LENGTH(AUTOPAY-LNG) END-EXEC
           ELSE
               EXEC CICS WRITE DATASET('AUTOPAY') FROM(AUTOPAY-REC)
                   RIDFLD(AP-ACCT) KEYLENGTH(5) LENGTH(AUTOPAY-LNG)
                   END-EXEC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'ENROLLED:' TO AP-MSG-STATUS.
           PERFORM FILL-AP-MSG THRU FILL-AP-MSG-EXIT.
           GO TO SEND-SCREEN.
       APPLY-CANCEL.
           PERFORM READ-ENROLLMENT THRU READ-ENROLLMENT-EXIT.
           IF NOT AP-ON-FILE,
               MOVE 'NO AUTOPAY ENROLLMENT FOR THIS ACCOUNT' TO MSGMO,
               GO TO SEND-SCREEN.
           IF NOT AP-ACTIVE,
               EXEC CICS UNLOCK DATASET('AUTOPAY') END-EXEC,
               MOVE 'AUTOPAY IS ALREADY CANCELLED' TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE AP-BANK-ACCT TO WS-BANK-ACCT.
           PERFORM FIND-LAST4 THRU FIND-LAST4-EXIT.
           MOVE WS-LAST4 TO OLD-LAST4.
           MOVE 'C' TO AP-STATUS.
           MOVE WS-CCYYMMDD TO AP-CANCEL-DATE, AP-UPD-DATE.
           MOVE EIBOPID TO AP-OPID.
           EXEC CICS REWRITE DATASET('AUTOPAY') FROM(AUTOPAY-REC)
               LENGTH(AUTOPAY-LNG) END-EXEC.
           MOVE 'AP CANCEL' TO AUD-TITLE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'AUTOPAY CANCELLED AND JOURNALED' TO MSGMO.
           GO TO SEND-SCREEN.
       SHOW-ENROLLMENT.
           MOVE AI-ACCT TO AP-ACCT.
           EXEC CICS READ DATASET('AUTOPAY') INTO(AUTOPAY-REC)
               RIDFLD(AP-ACCT) LENGTH(AUTOPAY-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO AUTOPAY ENROLLMENT FOR THIS ACCOUNT' TO MSGMO,
               GO TO SEND-SCREEN.
           IF AP-ACTIVE, MOVE 'ACTIVE:' TO AP-MSG-STATUS.
           IF AP-CANCELLED, MOVE 'CANCELLD:' TO AP-MSG-STATUS.
           IF AP-RETURNS-CANCEL, MOVE 'RETURNED:' TO AP-MSG-STATUS.
           PERFORM FILL-AP-MSG THRU FILL-AP-MSG-EXIT.
           GO TO SEND-SCREEN.
       NO-ACCT-RECORD.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO.
           GO TO SEND-SCREEN.
       READ-ENROLLMENT.
           MOVE 'N' TO AP-FOUND-SW.
           MOVE AI-ACCT TO AP-ACCT.
           EXEC CICS READ DATASET('AUTOPAY') INTO(AUTOPAY-REC)
               RIDFLD(AP-ACCT) LENGTH(AUTOPAY-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL), MOVE 'Y' TO AP-FOUND-SW.
       READ-ENROLLMENT-EXIT.
           EXIT.
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
       GET-TODAY-EXIT.
           EXIT.
       EDIT-AMOUNT.
      *    A MONEY AMOUNT IS KEYED AS EIGHT CHARACTERS IN THE FORM
      *    '  999.99'; LEADING SPACES ARE TREATED AS ZEROS.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC,
               MOVE 'Y' TO WS-AMT-BAD-SW.
       EDIT-AMOUNT-EXIT.
           EXIT.
      *    THE LAST FOUR CHARACTERS KEYED IN THE BANK ACCOUNT NUMBER,
      *    WHICH IS LEFT-JUSTIFIED AND MAY BE SHORTER THAN THE FIELD.
       FIND-LAST4.
           MOVE 17 TO WS-SCAN-SUB.
       FIND-LAST4-LOOP.
           IF WS-SCAN-SUB > 4 AND
               WS-BANK-ACCT (WS-SCAN-SUB:1) = SPACE,
               SUBTRACT 1 FROM WS-SCAN-SUB,
               GO TO FIND-LAST4-LOOP.
           IF WS-SCAN-SUB < 4, MOVE 4 TO WS-SCAN-SUB.
           MOVE WS-BANK-ACCT (WS-SCAN-SUB - 3:4) TO WS-LAST4.
       FIND-LAST4-EXIT.
           EXIT.
       FILL-AP-MSG.
           MOVE AP-ROUTING TO AP-MSG-ROUTING.
           MOVE AP-BANK-ACCT TO WS-BANK-ACCT.
           PERFORM FIND-LAST4 THRU FIND-LAST4-EXIT.
           MOVE WS-LAST4 TO AP-MSG-LAST4.
           MOVE AP-BANK-TYPE TO AP-MSG-TYPE.
           MOVE AP-RULE TO AP-MSG-RULE.
           MOVE AP-FIXED-AMT TO AP-MSG-AMT.
           MOVE AP-START TO AP-MSG-START.
           MOVE AP-RET-CNT TO AP-MSG-RET.
           MOVE AP-MSG TO MSGMO.
       FILL-AP-MSG-EXIT.
           EXIT.
      *    THE JOURNAL CARRIES THE ROUTING NUMBER AND THE OLD AND NEW
      *    BANK ACCOUNTS MASKED TO THEIR LAST FOUR, NEVER WHOLE.
       WRITE-JOURNAL.
           MOVE AI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'Z' TO AUD-REQC.
           MOVE SPACES TO AUD-IMAGE.
           MOVE AP-STATUS TO AUD-IMAGE (1:1).
           MOVE AP-ROUTING TO AUD-IMAGE (3:9).
           MOVE OLD-LAST4 TO AUD-IMAGE (13:4).
           MOVE AP-BANK-ACCT TO WS-BANK-ACCT.
           PERFORM FIND-LAST4 THRU FIND-LAST4-EXIT.
           MOVE WS-LAST4 TO AUD-IMAGE (18:4).
           MOVE AP-BANK-TYPE TO AUD-IMAGE (23:1).
           MOVE AP-RULE TO AUD-IMAGE (25:1).
           MOVE AP-FIXED-AMT TO AUD-IMAGE (27:8).
           MOVE AP-START TO AUD-IMAGE (36:8).
           MOVE EIBOPID TO AUD-IMAGE (45:3).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-JOURNAL-EXIT.
           EXIT.
       WRITE-UNAUTH.
           MOVE AI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'U' TO AUD-REQC.
           MOVE 'UNAUTH AP' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE EIBOPID TO AUD-IMAGE (1:3).
           MOVE AP-GRANT TO AUD-IMAGE (5:1).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-UNAUTH-EXIT.
           EXIT.
       SEND-SCREEN.
           MOVE DFHBMBRY TO MSGMA.
           EXEC CICS SEND MAP('ACCTMNU') MAPSET('ACCTSET')
               FREEKB DATAONLY ERASEAUP END-EXEC.
           EXEC CICS RETURN END-EXEC.
       NO-GOOD.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
