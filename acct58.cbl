                RECORD: A STATUS THE STATTAB RULES MARK AS BLOCKING
                (FALLING BACK TO 'CL'/'CO'/'RV' WHEN NO ROW IS
                ON FILE), AN ACTIVE BANKRUPTCY (BANKDO 'B'), OR A
                RETURNED-MAIL HOLD (MAILFLDO 'R'), OR A DECEASED
                CUSTOMER (DECEDO 'D')
                DECLINES OUTRIGHT; OTHERWISE THE BALANCE PLUS THE
                PURCHASE MUST CLEAR LIMITDO.  EVERY DECISION -
                APPROVED OR NOT - IS WRITTEN TO THE AUTHLOG FILE WITH
                DAILY REPORT BREAKS THE DECLINES OUT BY REASON.
                A HOUSEHOLD MEMBER (SEE HHXREF/AC28) IS AUTHORIZED
                AGAINST COMBINED HOUSEHOLD EXPOSURE AND LIMITS.
                EXPOSURE INCLUDES EVERY OPEN AUTHHOLD HOLD, AND AN
                APPROVAL WRITES A NEW HOLD FOR THE PURCHASE SO IT
                RESERVES THE CREDIT UNTIL ACCT60 POSTS THE CHARGE.
                THE ANSWER SHOWS THE LIMIT AND THE CREDIT STILL
                AVAILABLE AFTER THE DECISION.
                A PURCHASE THAT WOULD BE APPROVED IS FIRST TESTED
                AGAINST THE FRAUD-PATTERN RULES ON THE FRAUDRUL
                TABLE (AC12 FILE CODE 'FR'): TOO MANY APPROVALS ON
                AUTHLOG WITHIN A SET NUMBER OF HOURS, A PURCHASE FAR
                ABOVE THE ACCOUNT'S AVERAGE PAYHIST CHARGE, OR AN
                ADDRESS CHANGE ON THE ACCTAUD IMAGES WITHIN A SET
                NUMBER OF DAYS.  A HIT DECLINES WITH REASON 'FR',
                MOVES THE ACCOUNT TO THE RULE'S REVIEW STATUS WHEN
                THE STATTAB RULES ALLOW THE MOVE (A REFUSED MOVE IS
                JOURNALED AS A TYPE 'S' RECORD), AND QUEUES IT ON
                FRAUDREV FOR A SUPERVISOR TO CLEAR OR CONFIRM ON
                'AC38'.  WHILE THE REVIEW IS OPEN EVERY PURCHASE ON
                THE ACCOUNT DECLINES 'FR'.
                THE MERCHANT MAY ALSO READ OFF THE TWO-DIGIT CARD
                NUMBER FROM THE PLASTIC:
                  AC24 NNNNN   100.00 SS
                A CARD REPORTED LOST OR STOLEN ON 'AC39' DECLINES
                'CB'; A CARD NOT ON THE PLASTIC FILE, NOT YET ISSUED,
                CLOSED OR PAST ITS EXPIRY MONTH DECLINES 'CX'.
                ANY DECISION ON AN ACCOUNT WHOSE ADDRESS CHANGED
                WITHIN THE FRAUDRUL 'AR' WINDOW (30 DAYS WITHOUT A
                ROW) IS FLAGGED ON ITS AUTHLOG RECORD FOR REVIEW;
                THE FLAG DOES NOT CHANGE THE ANSWER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               04  AI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  AI-AMT             PIC X(8).
               04  FILLER             PIC X.
               04  AI-CARD            PIC X(2).
               04  AI-CARD-N REDEFINES AI-CARD PIC 9(2).
           02  AUT-LNG                PIC S9(4) COMP VALUE +17.
           02  PLASTIC-LNG            PIC S9(4) COMP VALUE +90.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  WS-CCYYMMDD-R REDEFINES WS-CCYYMMDD.
               04  WS-CCYYMM          PIC 9(6).
               04  FILLER             PIC 9(2).
           02  AMT-WORK.
               04  AMT-X              PIC X(8).
               04  AMT-XR REDEFINES AMT-X.
           02  LIM-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-REASON              PIC X(2) VALUE SPACES.
           02  WS-DECISION            PIC X VALUE SPACE.
           02  HHXREF-LNG             PIC S9(4) COMP VALUE +11.
           02  ACCT2-LNG              PIC S9(4) COMP VALUE +383.
           02  WS-HHID                PIC X(5) VALUE SPACES.
           02  HH-BAL-N               PIC S9(8)V99 COMP-3 VALUE +0.
           02  STATTAB-LNG            PIC S9(4) COMP VALUE +41.
           02  SB-BLOCK-SW            PIC X VALUE 'N'.
               88  STATUS-BLOCKS          VALUE 'Y'.
           02  HOLD-LNG               PIC S9(4) COMP VALUE +40.
           02  HOLD-ACCT              PIC X(5) VALUE SPACES.
           02  HOLD-AMT-N             PIC S9(8)V99 COMP-3 VALUE +0.
           02  OWN-HOLD-N             PIC S9(8)V99 COMP-3 VALUE +0.
           02  HH-HOLD-N              PIC S9(8)V99 COMP-3 VALUE +0.
           02  AVAIL-N                PIC S9(8)V99 COMP-3 VALUE +0.
           02  FRAUDRUL-LNG           PIC S9(4) COMP VALUE +41.
           02  FRAUDREV-LNG           PIC S9(4) COMP VALUE +80.
           02  AUTHLOG-LNG            PIC S9(4) COMP VALUE +34.
           02  PAYH-LNG               PIC S9(4) COMP VALUE +24.
           02  AUD-LNG                PIC S9(4) COMP VALUE +781.
           02  RULE-SW                PIC X VALUE 'N'.
               88  RULE-ON                VALUE 'Y'.
           02  FRAUD-SW               PIC X VALUE 'N'.
               88  FRAUD-HIT              VALUE 'Y'.
           02  FQ-FOUND-SW            PIC X VALUE 'N'.
               88  FQ-ON-FILE             VALUE 'Y'.
           02  TRANS-OK-SW            PIC X VALUE 'N'.
               88  TRANS-OK               VALUE 'Y'.
           02  ADDR-SEEN-SW           PIC X VALUE 'N'.
               88  ADDR-SEEN              VALUE 'Y'.
           02  ADDR-CHG-SW            PIC X VALUE 'N'.
               88  ADDR-CHANGED           VALUE 'Y'.
           02  ADDR-DAYS              PIC S9(4) COMP VALUE +0.
           02  ADDR-REVIEW-DAYS       PIC S9(4) COMP VALUE +30.
           02  SB-SUB                 PIC S9(4) COMP VALUE +0.
           02  VEL-CNT                PIC S9(4) COMP VALUE +0.
           02  CHG-CNT                PIC S9(4) COMP VALUE +0.
           02  CHG-TOT-N              PIC S9(8)V99 COMP-3 VALUE +0.
           02  CHG-AVG-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  MIN-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  NOW-HH                 PIC S9(4) COMP VALUE +0.
           02  NOW-MMSS               PIC S9(4) COMP VALUE +0.
           02  BACK-DAYS              PIC S9(4) COMP VALUE +0.
           02  BACK-HH                PIC S9(4) COMP VALUE +0.
           02  BACK-YR                PIC S9(4) COMP VALUE +0.
           02  BACK-DDD               PIC S9(4) COMP VALUE +0.
           02  BACK-QUOT              PIC S9(4) COMP VALUE +0.
           02  BACK-LEAP              PIC S9(4) COMP VALUE +0.
           02  BACK-DATE              PIC S9(7) COMP-3 VALUE +0.
           02  PREV-ADDR              PIC X(64) VALUE SPACES.
           02  PRIOR-STAT             PIC X(2) VALUE SPACES.
           02  REVIEW-STAT            PIC X(2) VALUE SPACES.
           02  CONF-STAT              PIC X(2) VALUE SPACES.
           02  FRAUD-DETAIL           PIC X(20) VALUE SPACES.
           02  DET-VE-MSG.
               04  DET-VE-CNT         PIC ZZ9.
               04  FILLER             PIC X(9) VALUE ' APPR IN '.
               04  DET-VE-HRS         PIC ZZ9.
               04  FILLER             PIC X(4) VALUE ' HRS'.
           02  DET-SZ-MSG.
               04  FILLER             PIC X(11) VALUE 'AVG CHARGE '.
               04  DET-SZ-AVG         PIC ZZZZ9.99.
           02  DET-AD-MSG.
               04  FILLER             PIC X(12) VALUE 'ADDR CHG IN '.
               04  DET-AD-DAYS        PIC ZZ9.
               04  FILLER             PIC X(5) VALUE ' DAYS'.
           02  AUTH-MSG.
               04  AUTH-MSG-WORD      PIC X(9).
               04  FILLER             PIC X(5) VALUE 'ACCT '.
               04  AUTH-MSG-ACCT      PIC X(5).
               04  FILLER             PIC X(5) VALUE ' RSN '.
               04  AUTH-MSG-RSN       PIC X(2).
               04  FILLER             PIC X(5) VALUE ' LIM '.
               04  AUTH-MSG-LIM       PIC ZZZZZ9.
               04  FILLER             PIC X(7) VALUE ' AVAIL '.
               04  AUTH-MSG-AVAIL     PIC ZZZZZ9.99-.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT58'.
               04  ERR-FN             PIC X.
       01  HHXREF-REC2.
           05  HX2-ACCT               PIC X(5).
           05  HX2-HHID               PIC X(5).
           05  FILLER                 PIC X.
      *    ONLY THE KEY, LIMIT AND FIRST BALANCE OF A HOUSEHOLD
      *    MEMBER ARE NEEDED, AT THEIR ACCTREC OFFSETS.
       01  ACCTREC2.
           05  FILLER                  PIC X(121).
       01  AUTHLOG-REC.
           COPY AUTHLOG.
       01  AUTHHOLD-REC.
           COPY AUTHHOLD.
       01  FRAUDRUL-REC.
           COPY FRAUDRUL.
       01  FRAUDREV-REC.
           COPY FRAUDREV.
       01  PAYHIST-REC.
           COPY PAYHIST.
       01  ACCTAUD-REC.
           COPY ACCTAUD.
       01  PLASTIC-REC.
           COPY PLASTIC.
           COPY ACCTSET.
       PROCEDURE DIVISION.
       INIT.
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           MOVE 'A' TO WS-DECISION.
           MOVE 'OK' TO WS-REASON.
           IF BAL (1) NUMERIC
               MOVE BAL (1) TO BAL-AMT-N
           ELSE
               MOVE 0 TO BAL-AMT-N.
           IF LIMITDO NUMERIC
               MOVE LIMITDO TO LIM-AMT-N
           ELSE
               MOVE 0 TO LIM-AMT-N.
           MOVE AI-ACCT TO HOLD-ACCT.
           MOVE 0 TO HOLD-AMT-N.
           PERFORM SUM-HOLDS THRU SUM-HOLDS-EXIT.
           MOVE HOLD-AMT-N TO OWN-HOLD-N.
           IF APPRDO = 'P'
               MOVE 'D' TO WS-DECISION
               MOVE 'AP' TO WS-REASON
               MOVE 'D' TO WS-DECISION
               MOVE 'ML' TO WS-REASON
               GO TO ANSWER.
           IF DECEDO = 'D'
               MOVE 'D' TO WS-DECISION
               MOVE 'DC' TO WS-REASON
               GO TO ANSWER.
      *    A CARD NUMBER, WHEN GIVEN, MUST BE A LIVE PLASTIC.
           IF AI-CARD NOT = SPACES
               PERFORM CK-CARD THRU CK-CARD-EXIT
               IF WS-DECISION = 'D'
                   GO TO ANSWER
               END-IF
           END-IF.
      *    AN ACCOUNT WAITING ON THE AC38 FRAUD REVIEW TAKES NO
      *    PURCHASES UNTIL A SUPERVISOR DECIDES IT.
           PERFORM CK-REVIEW-OPEN THRU CK-REVIEW-OPEN-EXIT.
           IF FQ-ON-FILE AND FQ-OPEN
               MOVE 'D' TO WS-DECISION
               MOVE 'FR' TO WS-REASON
               GO TO ANSWER.
      *    A HOUSEHOLD MEMBER IS AUTHORIZED AGAINST THE COMBINED
      *    HOUSEHOLD BALANCE AND COMBINED LIMITS, NOT ITS OWN.
      *    OPEN HOLDS COUNT AS EXPOSURE THE SAME AS THE BALANCE.
           PERFORM CK-HOUSEHOLD THRU CK-HOUSEHOLD-EXIT.
           IF IN-HOUSEHOLD
               IF HH-BAL-N + HH-HOLD-N + PUR-AMT-N > HH-LIM-N
                   MOVE 'D' TO WS-DECISION
                   MOVE 'LM' TO WS-REASON
               END-IF,
               GO TO CK-FRAUD.
           IF BAL-AMT-N + OWN-HOLD-N + PUR-AMT-N > LIM-AMT-N
               MOVE 'D' TO WS-DECISION
               MOVE 'LM' TO WS-REASON.
      *    ONLY A PURCHASE THAT WOULD OTHERWISE BE APPROVED IS
      *    TESTED AGAINST THE FRAUD-PATTERN RULES.
       CK-FRAUD.
           IF WS-DECISION NOT = 'A' GO TO ANSWER.
           PERFORM FRAUD-RULES THRU FRAUD-RULES-EXIT.
           IF FRAUD-HIT,
               MOVE 'D' TO WS-DECISION,
               MOVE 'FR' TO WS-REASON,
               PERFORM FRAUD-REVIEW THRU FRAUD-REVIEW-EXIT.
       ANSWER.
           PERFORM WRITE-AUTHLOG THRU WRITE-AUTHLOG-EXIT.
           IF WS-DECISION = 'A'
               PERFORM WRITE-HOLD THRU WRITE-HOLD-EXIT.
           IF WS-DECISION = 'A'
               MOVE 'APPROVED' TO AUTH-MSG-WORD
           ELSE
               MOVE 'DECLINED' TO AUTH-MSG-WORD.
           MOVE AI-ACCT TO AUTH-MSG-ACCT.
           MOVE WS-REASON TO AUTH-MSG-RSN.
      *    AVAILABLE CREDIT IS WHAT IS LEFT AFTER THIS DECISION.
           IF IN-HOUSEHOLD
               MOVE HH-LIM-N TO AUTH-MSG-LIM,
               COMPUTE AVAIL-N = HH-LIM-N - HH-BAL-N - HH-HOLD-N
           ELSE
               MOVE LIM-AMT-N TO AUTH-MSG-LIM,
               COMPUTE AVAIL-N = LIM-AMT-N - BAL-AMT-N - OWN-HOLD-N.
           IF WS-DECISION = 'A'
               SUBTRACT PUR-AMT-N FROM AVAIL-N.
           MOVE AVAIL-N TO AUTH-MSG-AVAIL.
           MOVE AUTH-MSG TO MSGO.
           GO TO SEND-MSG.
       NO-ACCT-RECORD.
           EXIT.
       CK-HOUSEHOLD.
           MOVE 'N' TO HH-SW.
           MOVE 0 TO HH-BAL-N, HH-LIM-N, HH-HOLD-N.
           MOVE AI-ACCT TO HX-ACCT.
           EXEC CICS READ DATASET('HHXREF') INTO(HHXREF-REC)
               RIDFLD(HX-ACCT) RESP(WS-RESP) END-EXEC.
                   IF LIMIT2DO NUMERIC
                       ADD LIMIT2DO TO HH-LIM-N
                   END-IF
                   MOVE HX2-ACCT TO HOLD-ACCT
                   MOVE 0 TO HOLD-AMT-N
                   PERFORM SUM-HOLDS THRU SUM-HOLDS-EXIT
                   ADD HOLD-AMT-N TO HH-HOLD-N
               END-IF
           END-IF.
           GO TO CK-HH-LOOP.
           EXEC CICS ENDBR DATASET('HHXREF') RESP(WS-RESP) END-EXEC.
       CK-HOUSEHOLD-EXIT.
           EXIT.
       CK-CARD.
           IF AI-CARD NOT NUMERIC
               MOVE 'D' TO WS-DECISION
               MOVE 'CX' TO WS-REASON
               GO TO CK-CARD-EXIT.
           MOVE AI-ACCT TO PC-ACCT.
           MOVE AI-CARD-N TO PC-SEQ.
           EXEC CICS READ DATASET('PLASTIC') INTO(PLASTIC-REC)
               RIDFLD(PC-KEY) LENGTH(PLASTIC-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'D' TO WS-DECISION
               MOVE 'CX' TO WS-REASON
               GO TO CK-CARD-EXIT.
           IF PC-BLOCKED
               MOVE 'D' TO WS-DECISION
               MOVE 'CB' TO WS-REASON
               GO TO CK-CARD-EXIT.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           IF NOT PC-ACTIVE OR PC-EXPIRY < WS-CCYYMM
               MOVE 'D' TO WS-DECISION
               MOVE 'CX' TO WS-REASON.
       CK-CARD-EXIT.
           EXIT.
       CK-REVIEW-OPEN.
           MOVE 'N' TO FQ-FOUND-SW.
           MOVE AI-ACCT TO FQ-ACCT.
           EXEC CICS READ DATASET('FRAUDREV') INTO(FRAUDREV-REC)
               RIDFLD(FQ-ACCT) LENGTH(FRAUDREV-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL),
               MOVE 'Y' TO FQ-FOUND-SW.
       CK-REVIEW-OPEN-EXIT.
           EXIT.
      *****************************************************************
      * EACH ACTIVE FRAUDRUL RULE IN TURN; THE FIRST HIT STOPS THE
      * TESTING WITH ITS RULE ROW STILL IN FRAUDRUL-REC.
      *****************************************************************
       FRAUD-RULES.
           MOVE 'N' TO FRAUD-SW.
           MOVE 'VE' TO FR-RULE.
           PERFORM READ-RULE THRU READ-RULE-EXIT.
           IF RULE-ON,
               PERFORM CK-VELOCITY THRU CK-VELOCITY-EXIT.
           IF FRAUD-HIT GO TO FRAUD-RULES-EXIT.
           MOVE 'SZ' TO FR-RULE.
           PERFORM READ-RULE THRU READ-RULE-EXIT.
           IF RULE-ON,
               PERFORM CK-CHARGE-SIZE THRU CK-CHARGE-SIZE-EXIT.
           IF FRAUD-HIT GO TO FRAUD-RULES-EXIT.
           MOVE 'AD' TO FR-RULE.
           PERFORM READ-RULE THRU READ-RULE-EXIT.
           IF RULE-ON,
               MOVE FR-WINDOW TO ADDR-DAYS,
               PERFORM CK-ADDR-CHANGE THRU CK-ADDR-CHANGE-EXIT,
               IF ADDR-CHANGED,
                   MOVE 'Y' TO FRAUD-SW,
                   MOVE FR-WINDOW TO DET-AD-DAYS,
                   MOVE DET-AD-MSG TO FRAUD-DETAIL.
       FRAUD-RULES-EXIT.
           EXIT.
       READ-RULE.
           MOVE 'N' TO RULE-SW.
           EXEC CICS READ DATASET('FRAUDRUL') INTO(FRAUDRUL-REC)
               RIDFLD(FR-RULE) LENGTH(FRAUDRUL-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND FR-ACTIVE = 'Y' AND
               FR-LIMIT NUMERIC AND FR-WINDOW NUMERIC,
               MOVE 'Y' TO RULE-SW.
       READ-RULE-EXIT.
           EXIT.
      *    VELOCITY - APPROVALS ON AUTHLOG SINCE FR-WINDOW HOURS AGO,
      *    COUNTING THIS PURCHASE, MAY NOT PASS FR-LIMIT.
       CK-VELOCITY.
           DIVIDE EIBTIME BY 10000 GIVING NOW-HH REMAINDER NOW-MMSS.
           DIVIDE FR-WINDOW BY 24 GIVING BACK-DAYS REMAINDER BACK-HH.
           IF BACK-HH > NOW-HH,
               ADD 1 TO BACK-DAYS,
               COMPUTE BACK-HH = NOW-HH + 24 - BACK-HH
           ELSE
               COMPUTE BACK-HH = NOW-HH - BACK-HH.
           PERFORM DAYS-BACK THRU DAYS-BACK-EXIT.
           MOVE BACK-DATE TO AL-DATE.
           COMPUTE AL-TIME = BACK-HH * 10000 + NOW-MMSS.
           MOVE 0 TO AL-SEQ.
           MOVE 1 TO VEL-CNT.
           EXEC CICS STARTBR DATASET('AUTHLOG') RIDFLD(AL-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO CK-VELOCITY-TEST.
       CK-VELOCITY-LOOP.
           EXEC CICS READNEXT DATASET('AUTHLOG') INTO(AUTHLOG-REC)
               LENGTH(AUTHLOG-LNG) RIDFLD(AL-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO CK-VELOCITY-DONE.
           IF AL-ACCT = AI-ACCT AND AL-APPROVED,
               ADD 1 TO VEL-CNT.
           GO TO CK-VELOCITY-LOOP.
       CK-VELOCITY-DONE.
           EXEC CICS ENDBR DATASET('AUTHLOG') RESP(WS-RESP) END-EXEC.
       CK-VELOCITY-TEST.
           IF VEL-CNT > FR-LIMIT,
               MOVE 'Y' TO FRAUD-SW,
               MOVE VEL-CNT TO DET-VE-CNT,
               MOVE FR-WINDOW TO DET-VE-HRS,
               MOVE DET-VE-MSG TO FRAUD-DETAIL.
       CK-VELOCITY-EXIT.
           EXIT.
      *    CHARGE SIZE - A PURCHASE OF AT LEAST FR-MIN-AMT MAY NOT
      *    PASS FR-LIMIT TIMES THE AVERAGE PAYHIST CHARGE, ONCE THERE
      *    ARE FR-WINDOW CHARGES TO AVERAGE.
       CK-CHARGE-SIZE.
           MOVE FR-MIN-AMT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD
               MOVE 0 TO MIN-AMT-N
           ELSE
               MOVE AMT-VAL-N TO MIN-AMT-N.
           IF PUR-AMT-N < MIN-AMT-N GO TO CK-CHARGE-SIZE-EXIT.
           MOVE 0 TO CHG-CNT, CHG-TOT-N.
           MOVE AI-ACCT TO PH-ACCT.
           MOVE 0 TO PH-SEQ.
           EXEC CICS STARTBR DATASET('PAYHIST') RIDFLD(PH-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO CK-CHARGE-SIZE-EXIT.
       CK-CHARGE-SIZE-LOOP.
           EXEC CICS READNEXT DATASET('PAYHIST') INTO(PAYHIST-REC)
               LENGTH(PAYH-LNG) RIDFLD(PH-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR PH-ACCT NOT = AI-ACCT
               GO TO CK-CHARGE-SIZE-DONE.
           IF PH-IS-CHARGE,
               MOVE PH-AMT TO AMT-X,
               PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT,
               IF NOT AMT-BAD,
                   ADD 1 TO CHG-CNT,
                   ADD AMT-VAL-N TO CHG-TOT-N.
           GO TO CK-CHARGE-SIZE-LOOP.
       CK-CHARGE-SIZE-DONE.
           EXEC CICS ENDBR DATASET('PAYHIST') RESP(WS-RESP) END-EXEC.
           IF CHG-CNT = 0 OR CHG-CNT < FR-WINDOW
               GO TO CK-CHARGE-SIZE-EXIT.
           COMPUTE CHG-AVG-N ROUNDED = CHG-TOT-N / CHG-CNT.
           IF PUR-AMT-N > CHG-AVG-N * FR-LIMIT,
               MOVE 'Y' TO FRAUD-SW,
               MOVE CHG-AVG-N TO DET-SZ-AVG,
               MOVE DET-SZ-MSG TO FRAUD-DETAIL.
       CK-CHARGE-SIZE-EXIT.
           EXIT.
      *    ADDRESS CHANGE - THE ADDRESS ON AN ACCTAUD 'I' IMAGE DATED
      *    WITHIN ADDR-DAYS DAYS DIFFERS FROM THE IMAGE BEFORE IT.
      *    THE ADDRESS LINES SIT AT (40:64) OF THE ACCTREC IMAGE.
       CK-ADDR-CHANGE.
           MOVE ADDR-DAYS TO BACK-DAYS.
           PERFORM DAYS-BACK THRU DAYS-BACK-EXIT.
           MOVE 'N' TO ADDR-SEEN-SW.
           MOVE 'N' TO ADDR-CHG-SW.
           MOVE LOW-VALUES TO AUD-KEY.
           MOVE AI-ACCT TO AUD-ACCT.
           EXEC CICS STARTBR DATASET('ACCTAUD') RIDFLD(AUD-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO CK-ADDR-CHANGE-EXIT.
       CK-ADDR-CHANGE-LOOP.
           EXEC CICS READNEXT DATASET('ACCTAUD') INTO(ACCTAUD-REC)
               LENGTH(AUD-LNG) RIDFLD(AUD-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR AUD-ACCT NOT = AI-ACCT
               GO TO CK-ADDR-CHANGE-DONE.
           IF AUD-REQC NOT = 'I' GO TO CK-ADDR-CHANGE-LOOP.
           IF ADDR-SEEN AND AUD-IMAGE (40:64) NOT = PREV-ADDR AND
               AUD-DATE NOT < BACK-DATE,
               MOVE 'Y' TO ADDR-CHG-SW,
               GO TO CK-ADDR-CHANGE-DONE.
           MOVE AUD-IMAGE (40:64) TO PREV-ADDR.
           MOVE 'Y' TO ADDR-SEEN-SW.
           GO TO CK-ADDR-CHANGE-LOOP.
       CK-ADDR-CHANGE-DONE.
           EXEC CICS ENDBR DATASET('ACCTAUD') RESP(WS-RESP) END-EXEC.
       CK-ADDR-CHANGE-EXIT.
           EXIT.
      *    BACK-DATE IS EIBDATE LESS BACK-DAYS, IN THE SAME 0CYYDDD
      *    FORM.
       DAYS-BACK.
           DIVIDE EIBDATE BY 1000 GIVING BACK-YR REMAINDER BACK-DDD.
           SUBTRACT BACK-DAYS FROM BACK-DDD.
       DAYS-BACK-LOOP.
           IF BACK-DDD > 0 GO TO DAYS-BACK-SET.
           SUBTRACT 1 FROM BACK-YR.
           DIVIDE BACK-YR BY 4 GIVING BACK-QUOT REMAINDER BACK-LEAP.
           IF BACK-LEAP = 0
               ADD 366 TO BACK-DDD
           ELSE
               ADD 365 TO BACK-DDD.
           GO TO DAYS-BACK-LOOP.
       DAYS-BACK-SET.
           COMPUTE BACK-DATE = BACK-YR * 1000 + BACK-DDD.
       DAYS-BACK-EXIT.
           EXIT.
      *****************************************************************
      * A HIT MOVES THE ACCOUNT TO THE RULE'S REVIEW STATUS WHEN THE
      * STATTAB RULES ALLOW IT, QUEUES IT ON FRAUDREV AND JOURNALS
      * IT TO ACCTAUD AS A TYPE '1' RECORD.
      *****************************************************************
       FRAUD-REVIEW.
           IF FR-REVIEW-STAT = SPACES
               MOVE 'FR' TO REVIEW-STAT
           ELSE
               MOVE FR-REVIEW-STAT TO REVIEW-STAT.
           IF FR-CONF-STAT = SPACES
               MOVE 'CL' TO CONF-STAT
           ELSE
               MOVE FR-CONF-STAT TO CONF-STAT.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(AI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           MOVE STATDO TO PRIOR-STAT.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE SPACES TO REVIEW-STAT,
               GO TO FRAUD-REVIEW-QUEUE.
           IF STATDO = REVIEW-STAT,
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               GO TO FRAUD-REVIEW-QUEUE.
           PERFORM CK-TRANSITION THRU CK-TRANSITION-EXIT.
           IF TRANS-OK,
               MOVE REVIEW-STAT TO STATDO,
               EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
                   LENGTH(ACCT-LNG) END-EXEC,
               GO TO FRAUD-REVIEW-QUEUE.
           EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC.
           MOVE AI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 2 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'S' TO AUD-REQC.
           MOVE 'STAT REFUS' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE PRIOR-STAT TO AUD-IMAGE (1:2).
           MOVE REVIEW-STAT TO AUD-IMAGE (4:2).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
           MOVE SPACES TO REVIEW-STAT.
       FRAUD-REVIEW-QUEUE.
           PERFORM CK-REVIEW-OPEN THRU CK-REVIEW-OPEN-EXIT.
           IF FQ-ON-FILE,
               EXEC CICS READ DATASET('FRAUDREV') INTO(FRAUDREV-REC)
                   RIDFLD(FQ-ACCT) LENGTH(FRAUDREV-LNG) UPDATE
                   RESP(WS-RESP) END-EXEC.
           MOVE SPACES TO FRAUDREV-REC.
           MOVE AI-ACCT TO FQ-ACCT.
           MOVE 'O' TO FQ-STATUS.
           MOVE FR-RULE TO FQ-RULE.
           MOVE EIBDATE TO FQ-HIT-DATE.
           MOVE EIBTIME TO FQ-HIT-TIME.
           MOVE AI-AMT TO FQ-AMT.
           MOVE PRIOR-STAT TO FQ-PRIOR-STAT.
           MOVE REVIEW-STAT TO FQ-REVIEW-STAT.
           MOVE CONF-STAT TO FQ-CONF-STAT.
           MOVE FRAUD-DETAIL TO FQ-DETAIL.
           MOVE EIBOPID TO FQ-OPID.
           MOVE EIBTRMID TO FQ-TERM.
           MOVE 0 TO FQ-DEC-DATE.
           MOVE SPACES TO FQ-DEC-OPID.
           IF FQ-ON-FILE
               EXEC CICS REWRITE DATASET('FRAUDREV') FROM(FRAUDREV-REC)
                   LENGTH(FRAUDREV-LNG) RESP(WS-RESP) END-EXEC
           ELSE
               EXEC CICS WRITE DATASET('FRAUDREV') FROM(FRAUDREV-REC)
                   RIDFLD(FQ-ACCT) LENGTH(FRAUDREV-LNG)
                   RESP(WS-RESP) END-EXEC.
           MOVE AI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE '1' TO AUD-REQC.
           MOVE 'FRAUD HIT' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE 'O' TO AUD-IMAGE (1:1).
           MOVE FR-RULE TO AUD-IMAGE (3:2).
           MOVE AI-AMT TO AUD-IMAGE (6:8).
           MOVE PRIOR-STAT TO AUD-IMAGE (15:2).
           MOVE REVIEW-STAT TO AUD-IMAGE (18:2).
           MOVE EIBOPID TO AUD-IMAGE (21:3).
           MOVE FRAUD-DETAIL TO AUD-IMAGE (25:20).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       FRAUD-REVIEW-EXIT.
           EXIT.
      *    THE MOVE TO THE REVIEW STATUS MUST BE A TRANSITION THE
      *    STATTAB ROW FOR THE CURRENT STATUS ALLOWS WITHOUT A
      *    SUPERVISOR; NO ROW MEANS ANY OPEN STATUS MAY MOVE.
       CK-TRANSITION.
           MOVE 'N' TO TRANS-OK-SW.
           MOVE STATDO TO SB-STATUS.
           EXEC CICS READ DATASET('STATTAB') INTO(STATTAB-REC)
               RIDFLD(SB-STATUS) LENGTH(STATTAB-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) AND STATDO NOT = 'CL'
               AND STATDO NOT = 'CO' AND STATDO NOT = 'RV',
               MOVE 'Y' TO TRANS-OK-SW,
               GO TO CK-TRANSITION-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO CK-TRANSITION-EXIT.
           PERFORM CK-NEXT-STAT THRU CK-NEXT-STAT-EXIT
               VARYING SB-SUB FROM 1 BY 1 UNTIL SB-SUB > 5.
       CK-TRANSITION-EXIT.
           EXIT.
       CK-NEXT-STAT.
           IF SB-NEXT-STAT (SB-SUB) = REVIEW-STAT AND
               SB-NEXT-SUPV (SB-SUB) NOT = 'Y',
               MOVE 'Y' TO TRANS-OK-SW.
       CK-NEXT-STAT-EXIT.
           EXIT.
       WRITE-AUTHLOG.
           MOVE EIBDATE TO AL-DATE.
           MOVE EIBTIME TO AL-TIME.
           MOVE WS-REASON TO AL-REASON.
           MOVE EIBOPID TO AL-OPID.
           MOVE EIBTRMID TO AL-TERM.
           MOVE SPACE TO AL-ADDR-FLAG.
           IF WS-REASON NOT = 'NF',
               PERFORM CK-ADDR-REVIEW THRU CK-ADDR-REVIEW-EXIT.
           EXEC CICS WRITE DATASET('AUTHLOG') FROM(AUTHLOG-REC)
               RIDFLD(AL-KEY) KEYLENGTH(10) RESP(WS-RESP) END-EXEC.
       WRITE-AUTHLOG-EXIT.
           EXIT.
      *    ADDRESS-CHANGE REVIEW - THE FRAUDRUL 'AR' ROW GIVES THE
      *    WINDOW IN DAYS (30 WITHOUT A ROW, OFF WHEN NOT ACTIVE).
       CK-ADDR-REVIEW.
           MOVE ADDR-REVIEW-DAYS TO ADDR-DAYS.
           MOVE 'AR' TO FR-RULE.
           EXEC CICS READ DATASET('FRAUDRUL') INTO(FRAUDRUL-REC)
               RIDFLD(FR-RULE) LENGTH(FRAUDRUL-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL),
               IF FR-ACTIVE NOT = 'Y',
                   GO TO CK-ADDR-REVIEW-EXIT
               ELSE
                   IF FR-WINDOW NUMERIC,
                       MOVE FR-WINDOW TO ADDR-DAYS.
           PERFORM CK-ADDR-CHANGE THRU CK-ADDR-CHANGE-EXIT.
           IF ADDR-CHANGED,
               MOVE 'A' TO AL-ADDR-FLAG.
       CK-ADDR-REVIEW-EXIT.
           EXIT.
      *    TOTAL OF THE OPEN AUTHHOLD HOLDS FOR HOLD-ACCT, ADDED
      *    INTO HOLD-AMT-N.
       SUM-HOLDS.
           MOVE LOW-VALUES TO HL-KEY.
           MOVE HOLD-ACCT TO HL-ACCT.
           EXEC CICS STARTBR DATASET('AUTHHOLD') RIDFLD(HL-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO SUM-HOLDS-EXIT.
       SUM-HOLDS-LOOP.
           EXEC CICS READNEXT DATASET('AUTHHOLD') INTO(AUTHHOLD-REC)
               LENGTH(HOLD-LNG) RIDFLD(HL-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR HL-ACCT NOT = HOLD-ACCT
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
      *    AN APPROVAL RESERVES THE PURCHASE AMOUNT AS AN OPEN HOLD.
       WRITE-HOLD.
           MOVE SPACES TO AUTHHOLD-REC.
           MOVE AI-ACCT TO HL-ACCT.
           MOVE EIBDATE TO HL-DATE.
           MOVE EIBTIME TO HL-TIME.
           MOVE EIBTASKN TO HL-SEQ.
           MOVE 'O' TO HL-STATUS.
           MOVE AI-AMT TO HL-AMT.
           MOVE EIBOPID TO HL-OPID.
           MOVE EIBTRMID TO HL-TERM.
           MOVE 0 TO HL-REL-DATE.
           EXEC CICS WRITE DATASET('AUTHHOLD') FROM(AUTHHOLD-REC)
               RIDFLD(HL-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-HOLD-EXIT.
           EXIT.
       EDIT-AMOUNT.
      *    AN AMOUNT IS EIGHT DISPLAY CHARACTERS IN THE FORM
      *    '  999.99' WITH THE DECIMAL POINT FIXED IN THE SIXTH
