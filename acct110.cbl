       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT110.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC43'
                TRANSACTION, WHICH KEEPS THE LITIGATION CASE RECORD
                (LITCASE) FOR AN ACCOUNT SENT TO OUTSIDE COUNSEL, IN
                PLACE OF THE SPREADSHEET LEGAL USED TO KEEP.  THE
                COMMANDS ARE
                  AC43 NNNNN                      - SHOW THE CASE.
                  AC43 NNNNN R ATTORNEY           - REFERRED TO THE
                                   ATTORNEY NAMED, AS OF TODAY.
                  AC43 NNNNN S CCYYMMDD CASE-NO   - SUIT FILED ON
                                   THE DATE GIVEN UNDER THE COURT
                                   CASE NUMBER.
                  AC43 NNNNN J CCYYMMDD   999.99  - JUDGMENT ENTERED
                                   ON THE DATE GIVEN FOR THE AMOUNT.
                  AC43 NNNNN K C   999.99         - COURT COSTS
                                   ADVANCED ('A' FOR ATTORNEY FEES).
                  AC43 NNNNN C                    - CASE CLOSED.
                A JUDGMENT MOVES THE ACCOUNT TO THE 'JD' STATUS WHEN
                THE STATTAB ROW FOR ITS CURRENT STATUS ALLOWS THE
                MOVE (A SUPERVISOR-ONLY MOVE NEEDS A SUPVTAB OPERATOR;
                A REFUSED MOVE IS JOURNALED TO ACCTAUD AS A TYPE 'S'
                RECORD AND THE JUDGMENT IS STILL RECORDED ON THE
                CASE).  COSTS AND FEES ADVANCED GO ON THE BALANCE AND
                ARE APPENDED TO PAYHIST AS TYPE 'K' WITH THE REASON IN
                PH-RSN, THE SAME WAY AC18 POSTS A DEBIT MEMO, UNDER
                THE SAME 'AC0' USE-QID RESERVATION AND ACCTLOCK
                MIRROR.  WHILE THE CASE IS OPEN ACCT29 KEEPS THE
                ACCOUNT'S AUDIT AND CORRESPONDENCE TRAIL.  EVERY
                CHANGE NEEDS THE OPAUTH 'M' AUTHORITY (A REFUSAL IS
                WRITTEN TO ACCTAUD AS A TYPE 'U' RECORD) AND IS
                JOURNALED TO ACCTAUD AS A TYPE '6' RECORD CARRYING
                THE LITCASE RECORD.
                A COST OR FEE POSTED TO PAYHIST CARRIES THE SYSTEM
                BUSINESS DATE, OR THE NEXT BUSINESS DATE WHEN KEYED
                AT OR AFTER THE BUSDATE ON-LINE CUTOFF TIME.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  LITCASE-LNG            PIC S9(4) COMP VALUE +120.
           02  PAYH-LNG               PIC S9(4) COMP VALUE +24.
           02  STATTAB-LNG            PIC S9(4) COMP VALUE +41.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  LIT-INPUT.
               04  LI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  LI-ACTION          PIC X.
               04  FILLER             PIC X.
               04  LI-DATA            PIC X(40).
               04  LI-REFER REDEFINES LI-DATA.
                   06  LI-ATTORNEY    PIC X(24).
                   06  FILLER         PIC X(16).
               04  LI-DATED REDEFINES LI-DATA.
                   06  LI-DATE        PIC X(8).
                   06  LI-DATE-N REDEFINES LI-DATE PIC 9(8).
                   06  FILLER         PIC X.
                   06  LI-CASE-NO     PIC X(15).
                   06  FILLER         PIC X(16).
               04  LI-JUDGMENT REDEFINES LI-DATA.
                   06  FILLER         PIC X(9).
                   06  LI-JUDG-AMT    PIC X(8).
                   06  FILLER         PIC X(23).
               04  LI-COST REDEFINES LI-DATA.
                   06  LI-RSN         PIC X.
                   06  FILLER         PIC X.
                   06  LI-COST-AMT    PIC X(8).
                   06  FILLER         PIC X(30).
           02  LIT-LNG                PIC S9(4) COMP VALUE +48.
           02  OPAUTH-RIDFLD          PIC X(3).
           02  SUPV-RIDFLD            PIC X(3).
           02  AUTH-CNT               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  WS-MMDDYY.
               04  WS-MM              PIC 9(2).
               04  WS-DD              PIC 9(2).
               04  WS-YY              PIC 9(2).
           02  BUSD-LNG               PIC S9(4) COMP VALUE +80.
           02  WS-CAL-DATE            PIC 9(8) VALUE 0.
           02  WS-POST-DATE           PIC 9(8) VALUE 0.
           02  FILLER REDEFINES WS-POST-DATE.
               04  WS-POST-CC         PIC 9(2).
               04  WS-POST-YY         PIC 9(2).
               04  WS-POST-MM         PIC 9(2).
               04  WS-POST-DD         PIC 9(2).
           02  AUD-TITLE-HOLD         PIC X(10) VALUE SPACES.
           02  CASE-SW                PIC X VALUE 'N'.
               88  CASE-ON-FILE           VALUE 'Y'.
           02  JUDG-STAT              PIC X(2) VALUE 'JD'.
           02  PRIOR-STAT             PIC X(2) VALUE SPACES.
           02  SB-SUB                 PIC S9(4) COMP VALUE +0.
           02  TRANS-OK-SW            PIC X VALUE 'N'.
               88  TRANS-OK               VALUE 'Y'.
           02  TRANS-SUPV-SW          PIC X VALUE 'N'.
               88  TRANS-SUPV             VALUE 'Y'.
           02  USE-QID.
               04  USE-QID1           PIC X(3) VALUE 'AC0'.
               04  USE-QID2           PIC X(5).
           02  USE-REC.
               04  USE-TERM           PIC X(4) VALUE SPACES.
               04  USE-TIME           PIC S9(7) COMP-3.
               04  USE-DATE           PIC S9(7) COMP-3.
           02  USE-LIMIT              PIC S9(7) COMP-3 VALUE +1000.
           02  USE-ITEM               PIC S9(4) COMP VALUE +1.
           02  USE-LNG                PIC S9(4) COMP VALUE +12.
           02  OWN-SW                 PIC X VALUE 'N'.
               88  OWN-HELD               VALUE 'Y'.
           02  AMT-WORK.
               04  AMT-X              PIC X(8).
               04  AMT-XR REDEFINES AMT-X.
                   06  AMT-INT        PIC 9(5).
                   06  AMT-POINT      PIC X.
                   06  AMT-DEC        PIC 9(2).
           02  AMT-BAD-SW             PIC X VALUE 'N'.
               88  AMT-BAD                VALUE 'Y'.
           02  AMT-VAL-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  COST-AMT-N             PIC S9(6)V99 COMP-3 VALUE +0.
           02  BAL-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  AMT-ED                 PIC ZZZZ9.99.
           02  LAST-SEQ               PIC S9(4) COMP VALUE +0.
           02  USE-MSG.
               04  FILLER             PIC X(47) VALUE
                   'THIS ACCOUNT NUMBER ALREADY IN USE AT TERMINAL '.
               04  USE-MSG-TERM       PIC X(4).
           02  LIT-LINE-1.
               04  FILLER             PIC X(7) VALUE 'STATUS '.
               04  LL1-STATUS         PIC X(14).
               04  FILLER             PIC X(11) VALUE '  ATTORNEY '.
               04  LL1-ATTORNEY       PIC X(24).
           02  LIT-LINE-2.
               04  FILLER             PIC X(9) VALUE 'REFERRED '.
               04  LL2-REFER-DATE     PIC 9(8).
               04  FILLER             PIC X(13) VALUE '  SUIT FILED '.
               04  LL2-SUIT-DATE      PIC 9(8).
               04  FILLER             PIC X(7) VALUE '  CASE '.
               04  LL2-CASE-NO        PIC X(15).
           02  LIT-LINE-3.
               04  FILLER             PIC X(9) VALUE 'JUDGMENT '.
               04  LL3-JUDG-AMT       PIC -(6)9.99.
               04  FILLER             PIC X(4) VALUE ' ON '.
               04  LL3-JUDG-DATE      PIC 9(8).
               04  FILLER             PIC X(9) VALUE '  CLOSED '.
               04  LL3-CLOSE-DATE     PIC 9(8).
           02  LIT-LINE-4.
               04  FILLER             PIC X(12) VALUE 'COURT COSTS '.
               04  LL4-COURT-COSTS    PIC -(6)9.99.
               04  FILLER             PIC X(16) VALUE
                   '  ATTORNEY FEES '.
               04  LL4-ATTY-FEES      PIC -(6)9.99.
           02  LIT-LINE-5.
               04  FILLER             PIC X(8) VALUE 'CHANGED '.
               04  LL5-LAST-DATE      PIC 9(8).
               04  FILLER             PIC X(4) VALUE ' BY '.
               04  LL5-LAST-OPID      PIC X(3).
               04  FILLER             PIC X(9) VALUE '  STATUS '.
               04  LL5-STATDO         PIC X(2).
               04  FILLER             PIC X(6) VALUE '  BAL '.
               04  LL5-BAL            PIC -(6)9.99.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT110'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  LITCASE-REC. COPY LITCASE.
       01  PAYHIST-REC. COPY PAYHIST.
       01  BUSDATE-REC. COPY BUSDATE.
       01  STATTAB-REC. COPY STATTAB.
       01  OPAUTH-REC. COPY OPAUTH.
       01  SUPV-REC. COPY SUPVTAB.
       01  ACCTLOCK-REC. COPY ACCTLOCK.
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
           MOVE SPACES TO LIT-INPUT.
           EXEC CICS RECEIVE INTO(LIT-INPUT) LENGTH(LIT-LNG)
               RESP(WS-RESP) END-EXEC.
           IF LI-ACCT < '10000' OR LI-ACCT > '99999' OR
               LI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(LI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO,
               GO TO SEND-SCREEN.
           IF LI-ACTION NOT = SPACE AND LI-ACTION NOT = 'R' AND
               LI-ACTION NOT = 'S' AND LI-ACTION NOT = 'J' AND
               LI-ACTION NOT = 'K' AND LI-ACTION NOT = 'C',
               MOVE 'ACTION MUST BE R, S, J, K OR C - OR BLANK'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF LI-ACTION = SPACE GO TO SHOW-CASE.
           GO TO CK-AUTH.
      *****************************************************************
      * THE CASE AS IT STANDS.
      *****************************************************************
       SHOW-CASE.
           EXEC CICS READ DATASET('LITCASE') INTO(LITCASE-REC)
               RIDFLD(LI-ACCT) LENGTH(LITCASE-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'ACCOUNT HAS NOT BEEN REFERRED TO AN ATTORNEY'
                   TO MSGMO, GO TO SEND-SCREEN.
           PERFORM FORMAT-CASE THRU FORMAT-CASE-EXIT.
           MOVE 'LITIGATION CASE - AC43 NNNNN R/S/J/K/C' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * EVERY CHANGE TO THE CASE TAKES THE SAME AUTHORITY AS AN AC02
      * MODIFY.
      *****************************************************************
       CK-AUTH.
           MOVE EIBOPID TO OPAUTH-RIDFLD.
           EXEC CICS READ DATASET('OPAUTH') INTO(OPAUTH-REC)
               RIDFLD(OPAUTH-RIDFLD) RESP(WS-RESP) END-EXEC.
           MOVE 0 TO AUTH-CNT.
           IF WS-RESP = DFHRESP(NORMAL),
               INSPECT OA-REQS TALLYING AUTH-CNT FOR ALL 'M'.
           IF AUTH-CNT = 0,
               PERFORM WRITE-REFUSAL THRU WRITE-REFUSAL-EXIT,
               MOVE 'NOT AUTHORIZED TO CHANGE ACCOUNTS' TO MSGMO,
               GO TO SEND-SCREEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) MMDDYY(WS-MMDDYY) END-EXEC.
           PERFORM SET-POST-DATE THRU SET-POST-DATE-EXIT.
           IF LI-ACTION = 'K' GO TO CK-COST.
           MOVE 'N' TO CASE-SW.
           EXEC CICS READ DATASET('LITCASE') INTO(LITCASE-REC)
               RIDFLD(LI-ACCT) LENGTH(LITCASE-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL), MOVE 'Y' TO CASE-SW.
           IF LI-ACTION = 'R' GO TO REFER-CASE.
           IF NOT CASE-ON-FILE,
               MOVE 'ACCOUNT HAS NOT BEEN REFERRED TO AN ATTORNEY'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF LC-CLOSED,
               EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
               MOVE 'THE LITIGATION CASE IS CLOSED' TO MSGMO,
               GO TO SEND-SCREEN.
           IF LI-ACTION = 'S' GO TO SUIT-FILED.
           IF LI-ACTION = 'J' GO TO JUDGMENT-ENTERED.
           GO TO CLOSE-CASE.
      *****************************************************************
      * A NEW REFERRAL - OR A NEW CASE OVER ONE CLOSED EARLIER.
      *****************************************************************
       REFER-CASE.
           IF CASE-ON-FILE AND LC-OPEN,
               EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
               MOVE 'A LITIGATION CASE IS ALREADY OPEN FOR THIS ACCOUNT'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF LI-ATTORNEY = SPACES,
               IF CASE-ON-FILE,
                   EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
                   MOVE 'THE ATTORNEY IS REQUIRED - AC43 NNNNN R NAME'
                       TO MSGMO, GO TO SEND-SCREEN
               ELSE
                   MOVE 'THE ATTORNEY IS REQUIRED - AC43 NNNNN R NAME'
                       TO MSGMO, GO TO SEND-SCREEN.
           MOVE SPACES TO LITCASE-REC.
           MOVE LI-ACCT TO LC-ACCT.
           MOVE 'R' TO LC-STATUS.
           MOVE LI-ATTORNEY TO LC-ATTORNEY.
           MOVE WS-CCYYMMDD TO LC-REFER-DATE.
           MOVE 0 TO LC-SUIT-DATE, LC-JUDG-DATE, LC-CLOSE-DATE.
           MOVE 0 TO LC-JUDG-AMT, LC-COURT-COSTS, LC-ATTY-FEES.
           MOVE EIBOPID TO LC-LAST-OPID.
           MOVE WS-CCYYMMDD TO LC-LAST-DATE.
           IF CASE-ON-FILE
               EXEC CICS REWRITE DATASET('LITCASE') FROM(LITCASE-REC)
                   LENGTH(LITCASE-LNG) END-EXEC
           ELSE
               EXEC CICS WRITE DATASET('LITCASE') FROM(LITCASE-REC)
                   RIDFLD(LC-ACCT) LENGTH(LITCASE-LNG) END-EXEC.
           MOVE 'LIT REFER' TO AUD-TITLE-HOLD.
           PERFORM WRITE-LIT-AUDIT THRU WRITE-LIT-AUDIT-EXIT.
           PERFORM FORMAT-CASE THRU FORMAT-CASE-EXIT.
           MOVE 'REFERRAL RECORDED - ACCOUNT TRAIL UNDER LEGAL HOLD'
               TO MSGMO.
           GO TO SEND-SCREEN.
       SUIT-FILED.
           IF NOT LC-REFERRED,
               EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
               MOVE 'SUIT CAN BE RECORDED ONLY ON A REFERRED CASE'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF LI-DATE NOT NUMERIC OR LI-DATE-N > WS-CCYYMMDD OR
               LI-DATE-N < LC-REFER-DATE,
               EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
               MOVE 'DATE FILED (CCYYMMDD) MUST BE SINCE THE REFERRAL'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF LI-CASE-NO = SPACES,
               EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
               MOVE 'THE COURT CASE NUMBER IS REQUIRED'
                   TO MSGMO, GO TO SEND-SCREEN.
           MOVE 'S' TO LC-STATUS.
           MOVE LI-DATE-N TO LC-SUIT-DATE.
           MOVE LI-CASE-NO TO LC-CASE-NO.
           MOVE EIBOPID TO LC-LAST-OPID.
           MOVE WS-CCYYMMDD TO LC-LAST-DATE.
           EXEC CICS REWRITE DATASET('LITCASE') FROM(LITCASE-REC)
               LENGTH(LITCASE-LNG) END-EXEC.
           MOVE 'LIT SUIT' TO AUD-TITLE-HOLD.
           PERFORM WRITE-LIT-AUDIT THRU WRITE-LIT-AUDIT-EXIT.
           PERFORM FORMAT-CASE THRU FORMAT-CASE-EXIT.
           MOVE 'SUIT FILED - CASE NUMBER RECORDED' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * THE JUDGMENT IS RECORDED ON THE CASE AND THE ACCOUNT MOVED TO
      * THE JUDGMENT STATUS WHEN THE STATTAB RULES ALLOW IT.
      *****************************************************************
       JUDGMENT-ENTERED.
           IF NOT LC-SUIT-FILED,
               EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
               MOVE 'JUDGMENT CAN BE RECORDED ONLY AFTER SUIT IS FILED'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF LI-DATE NOT NUMERIC OR LI-DATE-N > WS-CCYYMMDD OR
               LI-DATE-N < LC-SUIT-DATE,
               EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
               MOVE 'JUDGMENT DATE (CCYYMMDD) MUST BE SINCE THE SUIT'
                   TO MSGMO, GO TO SEND-SCREEN.
           MOVE LI-JUDG-AMT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD OR AMT-VAL-N NOT > 0,
               EXEC CICS UNLOCK DATASET('LITCASE') END-EXEC,
               MOVE 'JUDGMENT AMOUNT MUST BE NUMERIC, AS IN:   10.00'
                   TO MSGMO, GO TO SEND-SCREEN.
           MOVE 'J' TO LC-STATUS.
           MOVE LI-DATE-N TO LC-JUDG-DATE.
           MOVE AMT-VAL-N TO LC-JUDG-AMT.
           MOVE EIBOPID TO LC-LAST-OPID.
           MOVE WS-CCYYMMDD TO LC-LAST-DATE.
           PERFORM SET-JUDG-STATUS THRU SET-JUDG-STATUS-EXIT.
           MOVE PRIOR-STAT TO LC-PRIOR-STAT.
           EXEC CICS REWRITE DATASET('LITCASE') FROM(LITCASE-REC)
               LENGTH(LITCASE-LNG) END-EXEC.
           MOVE 'LIT JUDGMT' TO AUD-TITLE-HOLD.
           PERFORM WRITE-LIT-AUDIT THRU WRITE-LIT-AUDIT-EXIT.
           PERFORM FORMAT-CASE THRU FORMAT-CASE-EXIT.
           IF TRANS-OK,
               MOVE 'JUDGMENT RECORDED - ACCOUNT STATUS NOW JD'
                   TO MSGMO
           ELSE
               MOVE 'JUDGMENT RECORDED - STATUS RULES REFUSED JD'
                   TO MSGMO.
           GO TO SEND-SCREEN.
       CLOSE-CASE.
           MOVE 'C' TO LC-STATUS.
           MOVE WS-CCYYMMDD TO LC-CLOSE-DATE.
           MOVE EIBOPID TO LC-LAST-OPID.
           MOVE WS-CCYYMMDD TO LC-LAST-DATE.
           EXEC CICS REWRITE DATASET('LITCASE') FROM(LITCASE-REC)
               LENGTH(LITCASE-LNG) END-EXEC.
           MOVE 'LIT CLOSE' TO AUD-TITLE-HOLD.
           PERFORM WRITE-LIT-AUDIT THRU WRITE-LIT-AUDIT-EXIT.
           PERFORM FORMAT-CASE THRU FORMAT-CASE-EXIT.
           MOVE 'CASE CLOSED - LEGAL HOLD RELEASED' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * COURT COSTS OR ATTORNEY FEES ADVANCED - POSTED TO THE BALANCE
      * AND TO PAYHIST AS TYPE 'K', AND ADDED TO THE CASE TOTALS.
      *****************************************************************
       CK-COST.
           IF LI-RSN NOT = 'C' AND LI-RSN NOT = 'A',
               MOVE 'COST TYPE MUST BE C (COURT) OR A (ATTORNEY FEES)'
                   TO MSGMO, GO TO SEND-SCREEN.
           MOVE LI-COST-AMT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD OR AMT-VAL-N NOT > 0,
               MOVE 'COST AMOUNT MUST BE NUMERIC, AS IN:   10.00'
                   TO MSGMO, GO TO SEND-SCREEN.
           MOVE AMT-VAL-N TO COST-AMT-N.
           EXEC CICS READ DATASET('LITCASE') INTO(LITCASE-REC)
               RIDFLD(LI-ACCT) LENGTH(LITCASE-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'ACCOUNT HAS NOT BEEN REFERRED TO AN ATTORNEY'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF NOT LC-OPEN,
               MOVE 'THE LITIGATION CASE IS CLOSED' TO MSGMO,
               GO TO SEND-SCREEN.
       CK-USE.
           EXEC CICS HANDLE CONDITION QIDERR(RSRV-1) END-EXEC.
           MOVE LI-ACCT TO USE-QID2.
           EXEC CICS READQ TS QUEUE(USE-QID) INTO(USE-REC)
               ITEM(USE-ITEM) LENGTH(USE-LNG) END-EXEC.
           ADD USE-LIMIT TO USE-TIME.
           IF USE-TIME > 236000, ADD 1 TO USE-DATE,
               SUBTRACT 236000 FROM USE-TIME.
           IF USE-DATE > EIBDATE OR
               (USE-DATE = EIBDATE AND USE-TIME NOT < EIBTIME)
               MOVE USE-TERM TO USE-MSG-TERM,
               MOVE USE-MSG TO MSGMO, GO TO SEND-SCREEN.
       RSRV.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) ITEM(USE-ITEM) REWRITE END-EXEC.
           MOVE 'Y' TO OWN-SW.
           PERFORM WRITE-ACCT-LOCK THRU WRITE-ACCT-LOCK-EXIT.
           GO TO POST-COST.
       RSRV-1.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) END-EXEC.
           MOVE 'Y' TO OWN-SW.
           PERFORM WRITE-ACCT-LOCK THRU WRITE-ACCT-LOCK-EXIT.
       POST-COST.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(LI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE END-EXEC.
           IF BAL (1) NOT NUMERIC,
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'BALANCE ON FILE NOT NUMERIC, COST NOT POSTED'
                   TO MSGMO, GO TO RELEASE-MSG.
      *    THE BALANCE DATE IS LEFT ALONE SO THE COST DOES NOT RESET
      *    THE ACCOUNT'S AGING, THE SAME WAY AC18 POSTS A DEBIT MEMO.
           MOVE BAL (1) TO BAL-AMT-N.
           ADD COST-AMT-N TO BAL-AMT-N.
           MOVE BAL-AMT-N TO BAL (1).
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           PERFORM ADD-PAYHIST THRU ADD-PAYHIST-EXIT.
           EXEC CICS READ DATASET('LITCASE') INTO(LITCASE-REC)
               RIDFLD(LI-ACCT) LENGTH(LITCASE-LNG) UPDATE END-EXEC.
           IF LI-RSN = 'C'
               ADD COST-AMT-N TO LC-COURT-COSTS
           ELSE
               ADD COST-AMT-N TO LC-ATTY-FEES.
           MOVE EIBOPID TO LC-LAST-OPID.
           MOVE WS-CCYYMMDD TO LC-LAST-DATE.
           EXEC CICS REWRITE DATASET('LITCASE') FROM(LITCASE-REC)
               LENGTH(LITCASE-LNG) END-EXEC.
           MOVE 'LIT COST' TO AUD-TITLE-HOLD.
           PERFORM WRITE-LIT-AUDIT THRU WRITE-LIT-AUDIT-EXIT.
           PERFORM FORMAT-CASE THRU FORMAT-CASE-EXIT.
           IF LI-RSN = 'C'
               MOVE 'COURT COSTS POSTED TO THE BALANCE' TO MSGMO
           ELSE
               MOVE 'ATTORNEY FEES POSTED TO THE BALANCE' TO MSGMO.
       RELEASE-MSG.
           EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC.
           PERFORM DROP-ACCT-LOCK THRU DROP-ACCT-LOCK-EXIT.
           MOVE 'N' TO OWN-SW.
           GO TO SEND-SCREEN.
      *****************************************************************
      * THE MOVE TO THE JUDGMENT STATUS MUST BE A TRANSITION THE
      * STATTAB ROW FOR THE CURRENT STATUS ALLOWS; A SUPERVISOR-ONLY
      * TRANSITION NEEDS A SUPVTAB OPERATOR.  NO ROW MEANS ANY OPEN
      * STATUS MAY MOVE.  A REFUSAL IS JOURNALED AS A TYPE 'S' RECORD.
      *****************************************************************
       SET-JUDG-STATUS.
           MOVE 'N' TO TRANS-OK-SW, TRANS-SUPV-SW.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(LI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE SPACES TO PRIOR-STAT,
               GO TO SET-JUDG-STATUS-EXIT.
           MOVE STATDO TO PRIOR-STAT.
           IF STATDO = JUDG-STAT,
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'Y' TO TRANS-OK-SW,
               GO TO SET-JUDG-STATUS-EXIT.
           PERFORM CK-TRANSITION THRU CK-TRANSITION-EXIT.
           IF TRANS-OK AND TRANS-SUPV,
               MOVE EIBOPID TO SUPV-RIDFLD,
               EXEC CICS READ DATASET('SUPVTAB') INTO(SUPV-REC)
                   RIDFLD(SUPV-RIDFLD) RESP(WS-RESP) END-EXEC,
               IF WS-RESP NOT = DFHRESP(NORMAL),
                   MOVE 'N' TO TRANS-OK-SW.
           IF TRANS-OK,
               MOVE JUDG-STAT TO STATDO,
               EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
                   LENGTH(ACCT-LNG) END-EXEC,
               GO TO SET-JUDG-STATUS-EXIT.
           EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC.
           MOVE LI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 2 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'S' TO AUD-REQC.
           MOVE 'STAT REFUS' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE PRIOR-STAT TO AUD-IMAGE (1:2).
           MOVE JUDG-STAT TO AUD-IMAGE (4:2).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       SET-JUDG-STATUS-EXIT.
           EXIT.
       CK-TRANSITION.
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
           IF SB-NEXT-STAT (SB-SUB) = JUDG-STAT,
               MOVE 'Y' TO TRANS-OK-SW,
               IF SB-NEXT-SUPV (SB-SUB) = 'Y',
                   MOVE 'Y' TO TRANS-SUPV-SW.
       CK-NEXT-STAT-EXIT.
           EXIT.
       FORMAT-CASE.
           MOVE SPACES TO LL1-STATUS.
           IF LC-REFERRED MOVE 'REFERRED' TO LL1-STATUS.
           IF LC-SUIT-FILED MOVE 'SUIT FILED' TO LL1-STATUS.
           IF LC-JUDGMENT MOVE 'JUDGMENT' TO LL1-STATUS.
           IF LC-CLOSED MOVE 'CLOSED' TO LL1-STATUS.
           MOVE LC-ATTORNEY TO LL1-ATTORNEY.
           MOVE LC-REFER-DATE TO LL2-REFER-DATE.
           MOVE LC-SUIT-DATE TO LL2-SUIT-DATE.
           MOVE LC-CASE-NO TO LL2-CASE-NO.
           MOVE LC-JUDG-AMT TO LL3-JUDG-AMT.
           MOVE LC-JUDG-DATE TO LL3-JUDG-DATE.
           MOVE LC-CLOSE-DATE TO LL3-CLOSE-DATE.
           MOVE LC-COURT-COSTS TO LL4-COURT-COSTS.
           MOVE LC-ATTY-FEES TO LL4-ATTY-FEES.
           MOVE LC-LAST-DATE TO LL5-LAST-DATE.
           MOVE LC-LAST-OPID TO LL5-LAST-OPID.
           MOVE STATDO TO LL5-STATDO.
           MOVE 0 TO LL5-BAL.
           IF BAL (1) NUMERIC MOVE BAL (1) TO LL5-BAL.
           MOVE LIT-LINE-1 TO SUMLNMO (1).
           MOVE LIT-LINE-2 TO SUMLNMO (2).
           MOVE LIT-LINE-3 TO SUMLNMO (3).
           MOVE LIT-LINE-4 TO SUMLNMO (4).
           MOVE LIT-LINE-5 TO SUMLNMO (5).
       FORMAT-CASE-EXIT.
           EXIT.
       SET-POST-DATE.
      *    A POSTING MADE AT OR AFTER THE ON-LINE CUTOFF TIME ON THE
      *    BUSINESS DATE, OR AFTER MIDNIGHT BEFORE THE END-OF-DAY ROLL
      *    HAS RUN, CARRIES THE NEXT BUSINESS DATE FROM THE BUSDATE
      *    CONTROL RECORD.  WITHOUT THE RECORD THE CALENDAR DATE STANDS.
           MOVE 'BUSDATE' TO BD-KEY.
           EXEC CICS READ DATASET('BUSDATE') INTO(BUSDATE-REC)
               RIDFLD(BD-KEY) LENGTH(BUSD-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SET-POST-DATE-EXIT.
           IF BD-CURR-DATE NOT NUMERIC OR BD-NEXT-DATE NOT NUMERIC
               GO TO SET-POST-DATE-EXIT.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CAL-DATE) END-EXEC.
           MOVE BD-CURR-DATE TO WS-POST-DATE.
           IF WS-CAL-DATE > BD-CURR-DATE
               MOVE BD-NEXT-DATE TO WS-POST-DATE.
           IF WS-CAL-DATE = BD-CURR-DATE AND BD-CUTOFF-TIME NUMERIC
               AND BD-CUTOFF-TIME > 0 AND EIBTIME NOT < BD-CUTOFF-TIME
               MOVE BD-NEXT-DATE TO WS-POST-DATE.
           MOVE WS-POST-MM TO WS-MM, MOVE WS-POST-DD TO WS-DD.
           MOVE WS-POST-YY TO WS-YY.
       SET-POST-DATE-EXIT.
           EXIT.
      *    THE NEXT PH-SEQ IS ONE PAST THE HIGHEST ON FILE FOR THE
      *    ACCOUNT, FOUND THE SAME WAY AC18 FINDS IT.
       ADD-PAYHIST.
           MOVE 0 TO LAST-SEQ.
           MOVE LI-ACCT TO PH-ACCT, MOVE 1 TO PH-SEQ.
           EXEC CICS HANDLE CONDITION NOTFND(ADD-PAYHIST-WRITE)
               ENDFILE(ADD-PAYHIST-WRITE) END-EXEC.
           EXEC CICS STARTBR DATASET('PAYHIST') RIDFLD(PH-KEY) GTEQ
               END-EXEC.
       ADD-PAYHIST-LOOP.
           EXEC CICS READNEXT DATASET('PAYHIST') INTO(PAYHIST-REC)
               LENGTH(PAYH-LNG) RIDFLD(PH-KEY) END-EXEC.
           IF PH-ACCT NOT = LI-ACCT, GO TO ADD-PAYHIST-DONE.
           MOVE PH-SEQ TO LAST-SEQ.
           GO TO ADD-PAYHIST-LOOP.
       ADD-PAYHIST-DONE.
           EXEC CICS ENDBR DATASET('PAYHIST') END-EXEC.
           GO TO ADD-PAYHIST-WRITE-1.
       ADD-PAYHIST-WRITE.
           IF LAST-SEQ > 0,
               EXEC CICS ENDBR DATASET('PAYHIST') END-EXEC.
       ADD-PAYHIST-WRITE-1.
           MOVE LI-ACCT TO PH-ACCT.
           COMPUTE PH-SEQ = LAST-SEQ + 1.
           MOVE COST-AMT-N TO AMT-ED, MOVE AMT-ED TO PH-AMT.
           MOVE WS-MM TO PH-MO, MOVE WS-DD TO PH-DAY.
           MOVE WS-YY TO PH-YR.
           MOVE 'K' TO PH-TYPE.
           MOVE LI-RSN TO PH-RSN.
           MOVE 'O' TO PH-SRC.
           EXEC CICS WRITE DATASET('PAYHIST') FROM(PAYHIST-REC)
               RIDFLD(PH-KEY) KEYLENGTH(7) END-EXEC.
       ADD-PAYHIST-EXIT.
           EXIT.
      *    A COST OR JUDGMENT AMOUNT IS KEYED AS EIGHT DISPLAY
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT
      *    FIXED IN THE SIXTH POSITION.  LEADING SPACES ARE TREATED
      *    AS ZEROS.
       EDIT-AMOUNT.
           MOVE 'N' TO AMT-BAD-SW.
           INSPECT AMT-X REPLACING ALL ' ' BY '0'.
           IF AMT-INT NOT NUMERIC OR AMT-POINT NOT = '.' OR
               AMT-DEC NOT NUMERIC,
               MOVE 'Y' TO AMT-BAD-SW, GO TO EDIT-AMOUNT-EXIT.
           COMPUTE AMT-VAL-N = AMT-INT + AMT-DEC / 100.
       EDIT-AMOUNT-EXIT.
           EXIT.
       WRITE-ACCT-LOCK.
      *    THE RESERVATION IS MIRRORED TO THE ACCTLOCK FILE SO THE
      *    UPDATING BATCH JOBS CAN SEE IT AND SKIP THE RECORD.
           MOVE LI-ACCT TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
           MOVE LI-ACCT TO LK-ACCT.
           MOVE EIBTRMID TO LK-TERM.
           MOVE EIBTIME TO LK-TIME.
           MOVE EIBDATE TO LK-DATE.
           EXEC CICS WRITE DATASET('ACCTLOCK') FROM(ACCTLOCK-REC)
               RIDFLD(LK-ACCT) KEYLENGTH(5) RESP(WS-RESP) END-EXEC.
       WRITE-ACCT-LOCK-EXIT.
           EXIT.
       DROP-ACCT-LOCK.
           MOVE LI-ACCT TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
       DROP-ACCT-LOCK-EXIT.
           EXIT.
       WRITE-LIT-AUDIT.
           MOVE LI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE '6' TO AUD-REQC.
           MOVE AUD-TITLE-HOLD TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE LITCASE-REC TO AUD-IMAGE (1:120).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-LIT-AUDIT-EXIT.
           EXIT.
       WRITE-REFUSAL.
           MOVE LI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'U' TO AUD-REQC.
           MOVE 'UNAUTH UPD' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE EIBOPID TO AUD-IMAGE (1:3).
           MOVE 'M' TO AUD-IMAGE (5:1).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-REFUSAL-EXIT.
           EXIT.
       SEND-SCREEN.
           MOVE DFHBMBRY TO MSGMA.
           EXEC CICS SEND MAP('ACCTMNU') MAPSET('ACCTSET')
               FREEKB DATAONLY ERASEAUP END-EXEC.
           EXEC CICS RETURN END-EXEC.
       NO-GOOD.
           IF OWN-HELD,
               EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC,
               PERFORM DROP-ACCT-LOCK THRU DROP-ACCT-LOCK-EXIT.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
