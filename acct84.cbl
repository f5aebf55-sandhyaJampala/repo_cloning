       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT84.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC33'
                TRANSACTION, WHICH KEEPS THE BILLING-DISPUTE CASE FILE
                (DISPUTE) SO A CUSTOMER'S CHALLENGE TO A MERCHANT
                CHARGE IS A RECORD THE BATCH RUNS CAN SEE INSTEAD OF
                AN ACCTNOTE LINE.  THE CHARGE IS NAMED BY ITS PAYHIST
                SEQUENCE AS SHOWN ON THE AC09 BROWSE, AND ONLY A TYPE
                'C' CHARGE FROM THE ACCT60 MERCHANT FEED QUALIFIES:
                  AC33 NNNNN SSSS O R AMOUNT - OPEN A CASE WITH REASON
                        R (CDTABLE TYPE 'D' FAMILY) FOR AMOUNT, OR FOR
                        THE WHOLE CHARGE WHEN AMOUNT IS LEFT BLANK.
                  AC33 NNNNN SSSS            - SHOW THE CASE.
                  AC33 NNNNN SSSS A          - ACKNOWLEDGMENT SENT.
                  AC33 NNNNN SSSS C          - RESOLVED FOR THE
                        CUSTOMER: THE DISPUTED AMOUNT IS CREDITED.
                  AC33 NNNNN SSSS M          - RESOLVED FOR THE
                        MERCHANT: THE CHARGE STANDS.
                  AC33 NNNNN SSSS X          - WITHDRAWN BY THE
                        CUSTOMER.
                THE ACKNOWLEDGMENT IS DUE 30 DAYS AND THE RESOLUTION
                90 DAYS AFTER THE CASE IS OPENED.  A RESOLUTION FOR
                THE CUSTOMER IS POSTED EXACTLY AS AN AC18 CREDIT MEMO
                - TYPE 'J' ON PAYHIST WITH ITS OWN REASON CODE 'D',
                THE SAME ('A','*') SUPVTAB THRESHOLD, AND THE SAME
                'AC0' USE-QID QUEUE AND ACCTLOCK RESERVATION.  EVERY
                CHANGE TO A CASE IS WRITTEN TO THE ACCTAUD TRAIL AS A
                TYPE 'G' RECORD CARRYING THE CASE IMAGE.
                A DISPUTE CREDIT POSTED TO PAYHIST CARRIES THE SYSTEM
                BUSINESS DATE, OR THE NEXT BUSINESS DATE WHEN KEYED
                AT OR AFTER THE BUSDATE ON-LINE CUTOFF TIME.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  PAYH-LNG               PIC S9(4) COMP VALUE +24.
           02  DISP-LNG               PIC S9(4) COMP VALUE +90.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  DSP-INPUT.
               04  DI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  DI-SEQ             PIC X(4).
               04  FILLER             PIC X.
               04  DI-CMD             PIC X.
               04  FILLER             PIC X.
               04  DI-RSN             PIC X.
               04  FILLER             PIC X.
               04  DI-AMT             PIC X(8).
           02  DSP-LNG                PIC S9(4) COMP VALUE +23.
           02  DI-SEQ-N               PIC 9(4) VALUE 0.
           02  DSP-CR-RSN             PIC X VALUE 'D'.
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
           02  CHG-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  DSP-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  BAL-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  THRESH-N               PIC S9(6)V99 COMP-3 VALUE +0.
           02  THRESH-OK-SW           PIC X VALUE 'N'.
               88  THRESH-ON-FILE         VALUE 'Y'.
           02  AMT-ED                 PIC ZZZZ9.99.
           02  LAST-SEQ               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-DUE-ABSTIME         PIC S9(15) COMP-3.
           02  WS-ACK-DAYS            PIC S9(3) COMP-3 VALUE +30.
           02  WS-RES-DAYS            PIC S9(3) COMP-3 VALUE +90.
           02  WS-DAY-MS              PIC S9(9) COMP-3
                                          VALUE +86400000.
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
           02  WS-CCYYMMDD            PIC 9(8).
           02  SUPV-RIDFLD            PIC X(3).
           02  DSP-MSG.
               04  DSP-MSG-STAT       PIC X(11).
               04  FILLER             PIC X(5) VALUE ' AMT '.
               04  DSP-MSG-AMT        PIC X(8).
               04  FILLER             PIC X(9) VALUE ' ACK DUE '.
               04  DSP-MSG-ACK        PIC 9999/99/99.
               04  FILLER             PIC X(12) VALUE ' RESOLVE BY '.
               04  DSP-MSG-RES        PIC 9999/99/99.
           02  CR-MSG.
               04  FILLER             PIC X(31) VALUE
                   'RESOLVED FOR CUSTOMER - CREDIT '.
               04  CR-MSG-AMT         PIC X(8).
               04  FILLER             PIC X(14) VALUE ', NEW BALANCE '.
               04  CR-MSG-BAL         PIC X(8).
           02  USE-MSG.
               04  FILLER             PIC X(47) VALUE
                   'THIS ACCOUNT NUMBER ALREADY IN USE AT TERMINAL '.
               04  USE-MSG-TERM       PIC X(4).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT84'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  PAYHIST-REC. COPY PAYHIST.
       01  BUSDATE-REC. COPY BUSDATE.
       01  DISPUTE-REC. COPY DISPUTE.
       01  ACCTLOCK-REC. COPY ACCTLOCK.
       01  CDTABLE-REC. COPY CDTABLE.
       01  SUPV-REC. COPY SUPVTAB.
       01  ACCTAUD-REC. COPY ACCTAUD.
           COPY ACCTSET.
       PROCEDURE DIVISION.
       INIT.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD)
               QIDERR(RSRV-1)
               ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMSGO.
           MOVE SPACES TO DSP-INPUT.
           EXEC CICS RECEIVE INTO(DSP-INPUT) LENGTH(DSP-LNG)
               RESP(WS-RESP) END-EXEC.
       CK-ACCTNO.
           IF DI-ACCT = SPACES,
               MOVE 'ACCOUNT AND CHARGE SEQ REQD - AC33 12345 0007 O B'
                   TO MSGO, GO TO SEND-MSG.
           IF DI-ACCT < '10000' OR DI-ACCT > '99999' OR
               DI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGO, GO TO SEND-MSG.
           IF DI-SEQ NOT NUMERIC OR DI-SEQ = '0000',
               MOVE 'CHARGE SEQUENCE MUST BE 4 DIGITS, AS ON AC09'
                   TO MSGO, GO TO SEND-MSG.
           MOVE DI-SEQ TO DI-SEQ-N.
           IF DI-CMD = 'O' GO TO OPEN-CASE.
           IF DI-CMD = 'A' GO TO ACK-CASE.
           IF DI-CMD = 'C' GO TO CUST-CASE.
           IF DI-CMD = 'M' OR DI-CMD = 'X' GO TO CLOSE-CASE.
           IF DI-CMD NOT = SPACE,
               MOVE 'COMMAND MUST BE O, A, C, M, X OR BLANK TO SHOW'
                   TO MSGO, GO TO SEND-MSG.
       SHOW-CASE.
           PERFORM READ-CASE THRU READ-CASE-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NO-CASE.
           PERFORM FILL-DSP-MSG THRU FILL-DSP-MSG-EXIT.
           GO TO SEND-MSG.
      *****************************************************************
      * OPEN: THE CHARGE MUST BE ON PAYHIST AS A MERCHANT-FEED CHARGE,
      * THE REASON ON THE TYPE 'D' TABLE, AND THE AMOUNT NO MORE THAN
      * THE CHARGE.  ONE CASE PER CHARGE - A CLOSED CASE IS NOT
      * REOPENED.
      *****************************************************************
       OPEN-CASE.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(DI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           MOVE DI-ACCT TO PH-ACCT, MOVE DI-SEQ-N TO PH-SEQ.
           EXEC CICS READ DATASET('PAYHIST') INTO(PAYHIST-REC)
               RIDFLD(PH-KEY) LENGTH(PAYH-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO PAYMENT HISTORY ENTRY WITH THAT SEQUENCE'
                   TO MSGO, GO TO SEND-MSG.
           IF NOT PH-IS-CHARGE OR NOT PH-FROM-MERCHANT,
               MOVE 'ONLY A MERCHANT-FEED CHARGE MAY BE DISPUTED'
                   TO MSGO, GO TO SEND-MSG.
           MOVE PH-AMT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD,
               MOVE 'CHARGE AMOUNT ON FILE NOT NUMERIC' TO MSGO,
               GO TO SEND-MSG.
           MOVE AMT-VAL-N TO CHG-AMT-N.
           IF DI-RSN = SPACE OR DI-RSN = '*',
               MOVE 'A VALID DISPUTE REASON CODE IS REQUIRED'
                   TO MSGO, GO TO SEND-MSG.
           MOVE 'D' TO CD-TYPE, MOVE DI-RSN TO CD-VALUE.
           EXEC CICS READ DATASET('CDTABLE') INTO(CDTABLE-REC)
               RIDFLD(CD-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'REASON CODE NOT ON THE DISPUTE-REASON TABLE'
                   TO MSGO, GO TO SEND-MSG.
           IF DI-AMT = SPACES,
               MOVE CHG-AMT-N TO DSP-AMT-N
           ELSE
               MOVE DI-AMT TO AMT-X,
               PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT,
               IF AMT-BAD,
                   MOVE 'DISPUTED AMOUNT MUST BE NUMERIC, AS IN: 10.00'
                       TO MSGO, GO TO SEND-MSG
               ELSE
                   MOVE AMT-VAL-N TO DSP-AMT-N.
           IF DSP-AMT-N NOT > 0 OR DSP-AMT-N > CHG-AMT-N,
               MOVE 'DISPUTED AMOUNT MUST BE OVER ZERO, NOT OVER CHARGE'
                   TO MSGO, GO TO SEND-MSG.
           PERFORM READ-CASE THRU READ-CASE-EXIT.
           IF WS-RESP = DFHRESP(NORMAL),
               MOVE 'A CASE IS ALREADY ON FILE FOR THIS CHARGE'
                   TO MSGO, GO TO SEND-MSG.
           MOVE SPACES TO DISPUTE-REC.
           MOVE DI-ACCT TO DP-ACCT, MOVE DI-SEQ-N TO DP-SEQ.
           MOVE 'O' TO DP-STATUS.
           MOVE DI-RSN TO DP-RSN.
           MOVE PH-AMT TO DP-CHG-AMT.
           MOVE DSP-AMT-N TO AMT-ED, MOVE AMT-ED TO DP-AMT.
           MOVE PH-MO TO WS-MM, MOVE PH-DAY TO WS-DD.
           MOVE PH-YR TO WS-YY.
           MOVE WS-MMDDYY TO DP-CHG-DATE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           MOVE WS-CCYYMMDD TO DP-OPEN-DATE.
           COMPUTE WS-DUE-ABSTIME = WS-ABSTIME
               + WS-ACK-DAYS * WS-DAY-MS.
           EXEC CICS FORMATTIME ABSTIME(WS-DUE-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           MOVE WS-CCYYMMDD TO DP-ACK-DUE.
           COMPUTE WS-DUE-ABSTIME = WS-ABSTIME
               + WS-RES-DAYS * WS-DAY-MS.
           EXEC CICS FORMATTIME ABSTIME(WS-DUE-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           MOVE WS-CCYYMMDD TO DP-RES-DUE.
           MOVE 0 TO DP-ACK-DATE, DP-RES-DATE, DP-CR-SEQ.
           MOVE EIBOPID TO DP-OPEN-OPID.
           MOVE SPACES TO DP-WORK-OPID.
           EXEC CICS WRITE DATASET('DISPUTE') FROM(DISPUTE-REC)
               RIDFLD(DP-KEY) KEYLENGTH(7) END-EXEC.
           MOVE 'DISP OPEN' TO AUD-TITLE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM FILL-DSP-MSG THRU FILL-DSP-MSG-EXIT.
           GO TO SEND-MSG.
       ACK-CASE.
           PERFORM READ-CASE-UPD THRU READ-CASE-UPD-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NO-CASE.
           IF NOT DP-OPENED,
               EXEC CICS UNLOCK DATASET('DISPUTE') END-EXEC,
               MOVE 'ONLY A NEWLY OPENED CASE CAN BE ACKNOWLEDGED'
                   TO MSGO, GO TO SEND-MSG.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           MOVE 'W' TO DP-STATUS.
           MOVE WS-CCYYMMDD TO DP-ACK-DATE.
           MOVE EIBOPID TO DP-WORK-OPID.
           EXEC CICS REWRITE DATASET('DISPUTE') FROM(DISPUTE-REC)
               LENGTH(DISP-LNG) END-EXEC.
           MOVE 'DISP ACK' TO AUD-TITLE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM FILL-DSP-MSG THRU FILL-DSP-MSG-EXIT.
           GO TO SEND-MSG.
      *    RESOLVED FOR THE MERCHANT, OR WITHDRAWN: THE CHARGE STANDS
      *    AND THE AMOUNT SIMPLY RETURNS TO THE BATCH RUNS.
       CLOSE-CASE.
           PERFORM READ-CASE-UPD THRU READ-CASE-UPD-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NO-CASE.
           IF NOT DP-IS-OPEN,
               EXEC CICS UNLOCK DATASET('DISPUTE') END-EXEC,
               MOVE 'THIS CASE IS ALREADY CLOSED' TO MSGO,
               GO TO SEND-MSG.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           MOVE DI-CMD TO DP-STATUS.
           MOVE WS-CCYYMMDD TO DP-RES-DATE.
           MOVE EIBOPID TO DP-WORK-OPID.
           EXEC CICS REWRITE DATASET('DISPUTE') FROM(DISPUTE-REC)
               LENGTH(DISP-LNG) END-EXEC.
           IF DP-FOR-MERCHANT
               MOVE 'DISP MERCH' TO AUD-TITLE
           ELSE
               MOVE 'DISP WDRAW' TO AUD-TITLE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM FILL-DSP-MSG THRU FILL-DSP-MSG-EXIT.
           GO TO SEND-MSG.
      *****************************************************************
      * RESOLVED FOR THE CUSTOMER: THE DISPUTED AMOUNT IS POSTED AS AN
      * AC18-STYLE CREDIT MEMO UNDER REASON 'D', WITH THE SAME SUPVTAB
      * THRESHOLD AND ACCOUNT RESERVATION AS AC18.
      *****************************************************************
       CUST-CASE.
           PERFORM READ-CASE THRU READ-CASE-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NO-CASE.
           IF NOT DP-IS-OPEN,
               MOVE 'THIS CASE IS ALREADY CLOSED' TO MSGO,
               GO TO SEND-MSG.
           MOVE DP-AMT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD,
               MOVE 'DISPUTED AMOUNT ON FILE NOT NUMERIC' TO MSGO,
               GO TO SEND-MSG.
           MOVE AMT-VAL-N TO DSP-AMT-N.
       CK-AUTHORITY.
           PERFORM GET-THRESHOLD THRU GET-THRESHOLD-EXIT.
           IF THRESH-ON-FILE AND DSP-AMT-N NOT > THRESH-N,
               GO TO CK-USE.
           MOVE EIBOPID TO SUPV-RIDFLD.
           EXEC CICS READ DATASET('SUPVTAB') INTO(SUPV-REC)
               RIDFLD(SUPV-RIDFLD) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'CREDIT OVER LIMIT - SUPERVISORS ONLY'
                   TO MSGO, GO TO SEND-MSG.
       CK-USE.
           MOVE DI-ACCT TO USE-QID2.
           EXEC CICS READQ TS QUEUE(USE-QID) INTO(USE-REC)
               ITEM(USE-ITEM) LENGTH(USE-LNG) END-EXEC.
           ADD USE-LIMIT TO USE-TIME.
           IF USE-TIME > 236000, ADD 1 TO USE-DATE,
               SUBTRACT 236000 FROM USE-TIME.
           IF USE-DATE > EIBDATE OR
               (USE-DATE = EIBDATE AND USE-TIME NOT < EIBTIME)
               MOVE USE-TERM TO USE-MSG-TERM,
               MOVE USE-MSG TO MSGO, GO TO SEND-MSG.
       RSRV.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) ITEM(USE-ITEM) REWRITE END-EXEC.
           MOVE 'Y' TO OWN-SW.
           PERFORM WRITE-ACCT-LOCK THRU WRITE-ACCT-LOCK-EXIT.
           GO TO POST-CREDIT.
       RSRV-1.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) END-EXEC.
           MOVE 'Y' TO OWN-SW.
           PERFORM WRITE-ACCT-LOCK THRU WRITE-ACCT-LOCK-EXIT.
       POST-CREDIT.
           PERFORM READ-CASE-UPD THRU READ-CASE-UPD-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'CASE CHANGED AT ANOTHER TERMINAL, NOT POSTED'
                   TO MSGO, GO TO RELEASE-MSG.
           IF NOT DP-IS-OPEN,
               EXEC CICS UNLOCK DATASET('DISPUTE') END-EXEC,
               MOVE 'CASE CHANGED AT ANOTHER TERMINAL, NOT POSTED'
                   TO MSGO, GO TO RELEASE-MSG.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(DI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE END-EXEC.
           IF BAL (1) NOT NUMERIC,
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               EXEC CICS UNLOCK DATASET('DISPUTE') END-EXEC,
               MOVE 'BALANCE ON FILE NOT NUMERIC, CREDIT NOT POSTED'
                   TO MSGO, GO TO RELEASE-MSG.
           MOVE BAL (1) TO BAL-AMT-N.
           SUBTRACT DSP-AMT-N FROM BAL-AMT-N.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME) MMDDYY(WS-MMDDYY)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           PERFORM SET-POST-DATE THRU SET-POST-DATE-EXIT.
      *    THE BALANCE DATE IS LEFT ALONE SO THE CREDIT DOES NOT
      *    RESET THE ACCOUNT'S AGING, THE SAME WAY AC18 POSTS ONE.
           MOVE BAL-AMT-N TO BAL (1).
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           PERFORM ADD-PAYHIST THRU ADD-PAYHIST-EXIT.
           MOVE 'C' TO DP-STATUS.
           MOVE WS-CCYYMMDD TO DP-RES-DATE.
           MOVE EIBOPID TO DP-WORK-OPID.
           MOVE PH-SEQ TO DP-CR-SEQ.
           EXEC CICS REWRITE DATASET('DISPUTE') FROM(DISPUTE-REC)
               LENGTH(DISP-LNG) END-EXEC.
           MOVE 'DISP CUST' TO AUD-TITLE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE DSP-AMT-N TO AMT-ED, MOVE AMT-ED TO CR-MSG-AMT.
           MOVE BAL-AMT-N TO AMT-ED, MOVE AMT-ED TO CR-MSG-BAL.
           MOVE CR-MSG TO MSGO.
       RELEASE-MSG.
           EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC.
           PERFORM DROP-ACCT-LOCK THRU DROP-ACCT-LOCK-EXIT.
           MOVE 'N' TO OWN-SW.
       SEND-MSG.
           EXEC CICS SEND MAP('ACCTMSG') MAPSET('ACCTSET')
               FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
       NO-CASE.
           MOVE 'NO DISPUTE CASE ON FILE FOR THIS CHARGE' TO MSGO.
           GO TO SEND-MSG.
       NO-ACCT-RECORD.
           IF OWN-HELD,
               EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC,
               PERFORM DROP-ACCT-LOCK THRU DROP-ACCT-LOCK-EXIT,
               MOVE 'N' TO OWN-SW.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGO.
           GO TO SEND-MSG.
       READ-CASE.
           MOVE DI-ACCT TO DP-ACCT, MOVE DI-SEQ-N TO DP-SEQ.
           EXEC CICS READ DATASET('DISPUTE') INTO(DISPUTE-REC)
               RIDFLD(DP-KEY) LENGTH(DISP-LNG) RESP(WS-RESP) END-EXEC.
       READ-CASE-EXIT.
           EXIT.
       READ-CASE-UPD.
           MOVE DI-ACCT TO DP-ACCT, MOVE DI-SEQ-N TO DP-SEQ.
           EXEC CICS READ DATASET('DISPUTE') INTO(DISPUTE-REC)
               RIDFLD(DP-KEY) LENGTH(DISP-LNG) UPDATE RESP(WS-RESP)
               END-EXEC.
       READ-CASE-UPD-EXIT.
           EXIT.
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
       GET-TODAY-EXIT.
           EXIT.
       FILL-DSP-MSG.
           IF DP-OPENED MOVE 'CASE OPEN' TO DSP-MSG-STAT,
           ELSE IF DP-ACKNOWLEDGED MOVE 'ACKNOWLEDGED' TO DSP-MSG-STAT,
           ELSE IF DP-FOR-CUSTOMER MOVE 'CUST CREDIT' TO DSP-MSG-STAT,
           ELSE IF DP-FOR-MERCHANT MOVE 'CHG STANDS' TO DSP-MSG-STAT,
           ELSE IF DP-WITHDRAWN MOVE 'WITHDRAWN' TO DSP-MSG-STAT,
           ELSE MOVE DP-STATUS TO DSP-MSG-STAT.
           MOVE DP-AMT TO DSP-MSG-AMT.
           MOVE DP-ACK-DUE TO DSP-MSG-ACK.
           MOVE DP-RES-DUE TO DSP-MSG-RES.
           MOVE DSP-MSG TO MSGO.
       FILL-DSP-MSG-EXIT.
           EXIT.
      *    THE SUPVTAB THRESHOLD IS AC18'S - THE CDTABLE ('A','*') ROW,
      *    FIRST EIGHT CHARACTERS OF ITS DESCRIPTION IN THE USUAL
      *    '  999.99' FORM.  NO ROW, OR AN UNUSABLE AMOUNT, MEANS
      *    EVERY CREDIT DEMANDS SUPERVISOR AUTHORITY.
       GET-THRESHOLD.
           MOVE 'N' TO THRESH-OK-SW.
           MOVE 0 TO THRESH-N.
           MOVE 'A' TO CD-TYPE, MOVE '*' TO CD-VALUE.
           EXEC CICS READ DATASET('CDTABLE') INTO(CDTABLE-REC)
               RIDFLD(CD-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO GET-THRESHOLD-EXIT.
           MOVE CD-DESC (1:8) TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF NOT AMT-BAD,
               MOVE AMT-VAL-N TO THRESH-N,
               MOVE 'Y' TO THRESH-OK-SW.
       GET-THRESHOLD-EXIT.
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
      *    ACCOUNT.  EVERY ACCOUNT IS SEEDED WITH SEQUENCE 1 WHEN IT
      *    IS ADDED, SO A FORWARD BROWSE FROM SEQUENCE 1 FINDS IT.
       ADD-PAYHIST.
           MOVE 0 TO LAST-SEQ.
           MOVE DI-ACCT TO PH-ACCT, MOVE 1 TO PH-SEQ.
           EXEC CICS HANDLE CONDITION NOTFND(ADD-PAYHIST-WRITE)
               ENDFILE(ADD-PAYHIST-WRITE) END-EXEC.
           EXEC CICS STARTBR DATASET('PAYHIST') RIDFLD(PH-KEY) GTEQ
               END-EXEC.
       ADD-PAYHIST-LOOP.
           EXEC CICS READNEXT DATASET('PAYHIST') INTO(PAYHIST-REC)
               LENGTH(PAYH-LNG) RIDFLD(PH-KEY) END-EXEC.
           IF PH-ACCT NOT = DI-ACCT, GO TO ADD-PAYHIST-DONE.
           MOVE PH-SEQ TO LAST-SEQ.
           GO TO ADD-PAYHIST-LOOP.
       ADD-PAYHIST-DONE.
           EXEC CICS ENDBR DATASET('PAYHIST') END-EXEC.
           GO TO ADD-PAYHIST-WRITE-1.
       ADD-PAYHIST-WRITE.
           IF LAST-SEQ > 0,
               EXEC CICS ENDBR DATASET('PAYHIST') END-EXEC.
       ADD-PAYHIST-WRITE-1.
           MOVE DI-ACCT TO PH-ACCT.
           COMPUTE PH-SEQ = LAST-SEQ + 1.
           MOVE DSP-AMT-N TO AMT-ED, MOVE AMT-ED TO PH-AMT.
           MOVE WS-MM TO PH-MO, MOVE WS-DD TO PH-DAY.
           MOVE WS-YY TO PH-YR.
           MOVE 'J' TO PH-TYPE.
           MOVE DSP-CR-RSN TO PH-RSN.
           MOVE 'O' TO PH-SRC.
           EXEC CICS WRITE DATASET('PAYHIST') FROM(PAYHIST-REC)
               RIDFLD(PH-KEY) KEYLENGTH(7) END-EXEC.
       ADD-PAYHIST-EXIT.
           EXIT.
      *    A CHARGE OR DISPUTED AMOUNT IS CARRIED AS EIGHT DISPLAY
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT
      *    FIXED IN THE SIXTH POSITION.  LEADING SPACES ARE TREATED
      *    AS ZEROS, THE SAME WAY THE PAY-INIT SEED IS BUILT.
       EDIT-AMOUNT.
           MOVE 'N' TO AMT-BAD-SW.
           INSPECT AMT-X REPLACING ALL ' ' BY '0'.
           IF AMT-INT NOT NUMERIC OR AMT-POINT NOT = '.' OR
               AMT-DEC NOT NUMERIC,
               MOVE 'Y' TO AMT-BAD-SW, GO TO EDIT-AMOUNT-EXIT.
           COMPUTE AMT-VAL-N = AMT-INT + AMT-DEC / 100.
       EDIT-AMOUNT-EXIT.
           EXIT.
       WRITE-JOURNAL.
           MOVE DI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'G' TO AUD-REQC.
           MOVE SPACES TO AUD-IMAGE.
           MOVE DISPUTE-REC TO AUD-IMAGE (1:90).
           MOVE EIBOPID TO AUD-IMAGE (92:3).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-JOURNAL-EXIT.
           EXIT.
       WRITE-ACCT-LOCK.
      *    THE RESERVATION IS MIRRORED TO THE ACCTLOCK FILE SO THE
      *    UPDATING BATCH JOBS CAN SEE IT AND SKIP THE RECORD.
           MOVE DI-ACCT TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
           MOVE DI-ACCT TO LK-ACCT.
           MOVE EIBTRMID TO LK-TERM.
           MOVE EIBTIME TO LK-TIME.
           MOVE EIBDATE TO LK-DATE.
           EXEC CICS WRITE DATASET('ACCTLOCK') FROM(ACCTLOCK-REC)
               RIDFLD(LK-ACCT) KEYLENGTH(5) RESP(WS-RESP) END-EXEC.
       WRITE-ACCT-LOCK-EXIT.
           EXIT.
       DROP-ACCT-LOCK.
           MOVE DI-ACCT TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
       DROP-ACCT-LOCK-EXIT.
           EXIT.
       NO-GOOD.
           IF OWN-HELD,
               EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC,
               PERFORM DROP-ACCT-LOCK THRU DROP-ACCT-LOCK-EXIT.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
