       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT117.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC44'
                TRANSACTION, WHICH MOVES A PAYMENT THAT WAS POSTED TO
                THE WRONG ACCOUNT - A TRANSPOSED ACCOUNT NUMBER ON A
                LOCKBOX COUPON, A KEYING SLIP ON AC08 - TO THE ACCOUNT
                IT WAS MEANT FOR.  THE SUPERVISOR TYPES:
                  AC44 FFFFF SSSS TTTTT
                WHERE FFFFF IS THE ACCOUNT THAT WRONGLY GOT THE MONEY,
                SSSS THE PAYHIST SEQUENCE NUMBER OF THE PAYMENT (AS
                SHOWN ON THE AC09 BROWSE) AND TTTTT THE ACCOUNT IT
                BELONGS TO.  ONLY A TYPE 'P' PAYMENT NOT ALREADY MOVED
                CAN BE TRANSFERRED, AND ONLY BY AN OPERATOR ON THE
                SUPVTAB FILE.  BOTH ACCOUNTS ARE RESERVED THROUGH THE
                SAME 'AC0' USE-QID QUEUE AND ACCTLOCK MIRROR THE AC08
                PAYMENT TRANSACTION USES.  THE AMOUNT GOES BACK ON THE
                WRONG ACCOUNT'S BALANCE AS A TYPE 'T' TRANSFER-OUT AND
                COMES OFF THE RIGHT ACCOUNT'S AS A TYPE 'U'
                TRANSFER-IN, BOTH CARRYING THE ORIGINAL PAYMENT DATE
                AND SOURCE SO THE RIGHT ACCOUNT IS CREDITED AS OF THE
                DAY THE CUSTOMER ACTUALLY PAID.  THE ORIGINAL PAYMENT
                IS MARKED WITH PH-RSN 'T' SO IT CANNOT BE MOVED TWICE.
                THE THREE PAY-HIST DISPLAY ROWS ROLL ON BOTH MASTERS
                THE WAY AC08 ROLLS THEM (THE BALANCE DATE IS LEFT
                ALONE SO AGING IS NOT RESET), AND EACH MASTER'S
                AFTER-IMAGE IS JOURNALED TO ACCTAUD AS A TYPE 'I'
                ENTRY TITLED 'XFR OUT' OR 'XFR IN', WITH THE OTHER
                ACCOUNT, THE ORIGINAL SEQUENCE, THE AMOUNT AND THE
                OPERATOR IN AUD-IMAGE (385:24).  NO CASH MOVES, SO THE
                ACCT40 CASH PROOF AND THE ACCT41 JOURNAL TREAT THE
                PAIR AS A NET-ZERO RECLASSIFICATION.  ON THE BALCOMP
                SPLIT THE AMOUNT GOES BACK ON THE WRONG ACCOUNT AS
                PRINCIPAL, AS AN ACCT38 RETURNED PAYMENT DOES, AND IS
                APPLIED TO THE RIGHT ACCOUNT AS A PAYMENT - FEES, THEN
                FINANCE CHARGES, THEN PRINCIPAL - THROUGH CBLPGM04.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  PAYH-LNG               PIC S9(4) COMP VALUE +24.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  XFR-INPUT.
               04  XI-FROM            PIC X(5).
               04  FILLER             PIC X.
               04  XI-SEQ             PIC X(4).
               04  XI-SEQ-N REDEFINES XI-SEQ PIC 9(4).
               04  FILLER             PIC X.
               04  XI-TO              PIC X(5).
           02  XFR-LNG                PIC S9(4) COMP VALUE +16.
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
           02  FROM-SW                PIC X VALUE 'N'.
               88  FROM-HELD              VALUE 'Y'.
           02  TO-SW                  PIC X VALUE 'N'.
               88  TO-HELD                VALUE 'Y'.
           02  LOCK-ACCT              PIC X(5).
           02  AMT-WORK.
               04  AMT-X              PIC X(8).
               04  AMT-XR REDEFINES AMT-X.
                   06  AMT-INT        PIC 9(5).
                   06  AMT-POINT      PIC X.
                   06  AMT-DEC        PIC 9(2).
           02  AMT-BAD-SW             PIC X VALUE 'N'.
               88  AMT-BAD                VALUE 'Y'.
           02  AMT-VAL-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  XFR-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  BAL-AMT-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  AMT-ED                 PIC ZZZZ9.99.
           02  LAST-SEQ               PIC S9(4) COMP VALUE +0.
           02  BC-LNG                 PIC S9(4) COMP VALUE +50.
           02  BC-FOUND-SW            PIC X VALUE 'N'.
               88  BC-FOUND               VALUE 'Y'.
           02  BC-RIDFLD              PIC X(5).
      *        THE ORIGINAL PAYMENT, KEPT WHILE THE PAIR IS WRITTEN.
           02  ORIG-PAY.
               04  ORIG-AMT           PIC X(8).
               04  ORIG-MO            PIC 9(2).
               04  ORIG-DAY           PIC 9(2).
               04  ORIG-YR            PIC 9(2).
               04  ORIG-SRC           PIC X.
      *        THE ENTRY BEING APPENDED - ACCOUNT AND TYPE.
           02  NEW-PH-ACCT            PIC X(5).
           02  NEW-PH-TYPE            PIC X.
           02  AUD-OTHER              PIC X(5).
           02  SUPV-RIDFLD            PIC X(3).
           02  XFR-MSG.
               04  FILLER             PIC X(8) VALUE 'PAYMENT '.
               04  XFR-MSG-AMT        PIC X(8).
               04  FILLER             PIC X(12) VALUE ' MOVED FROM '.
               04  XFR-MSG-FROM       PIC X(5).
               04  FILLER             PIC X(5) VALUE ' SEQ '.
               04  XFR-MSG-SEQ        PIC X(4).
               04  FILLER             PIC X(4) VALUE ' TO '.
               04  XFR-MSG-TO         PIC X(5).
           02  USE-MSG.
               04  FILLER             PIC X(47) VALUE
                   'THIS ACCOUNT NUMBER ALREADY IN USE AT TERMINAL '.
               04  USE-MSG-TERM       PIC X(4).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT117'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  PAYHIST-REC. COPY PAYHIST.
       01  ACCTLOCK-REC. COPY ACCTLOCK.
       01  ACCTAUD-REC. COPY ACCTAUD.
       01  SUPV-REC. COPY SUPVTAB.
       01  BALCOMP-REC. COPY BALCOMP.
       01  BALCOMP-LINK. COPY BCLINK.
           COPY ACCTSET.
       PROCEDURE DIVISION.
       INIT.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD)
               ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMSGO.
           MOVE SPACES TO XFR-INPUT.
           EXEC CICS RECEIVE INTO(XFR-INPUT) LENGTH(XFR-LNG)
               RESP(WS-RESP) END-EXEC.
       CK-INPUT.
           IF XI-FROM = SPACES OR XI-TO = SPACES,
               MOVE 'ENTER: AC44 FROMACCT SEQ TOACCT'
                   TO MSGO, GO TO SEND-MSG.
           IF XI-FROM < '10000' OR XI-FROM > '99999' OR
               XI-FROM NOT NUMERIC OR
               XI-TO < '10000' OR XI-TO > '99999' OR XI-TO NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGO, GO TO SEND-MSG.
           IF XI-FROM = XI-TO,
               MOVE 'FROM AND TO ACCOUNTS MUST BE DIFFERENT'
                   TO MSGO, GO TO SEND-MSG.
           INSPECT XI-SEQ REPLACING LEADING ' ' BY '0'.
           IF XI-SEQ NOT NUMERIC OR XI-SEQ-N < 2,
               MOVE 'PAYHIST SEQUENCE MUST BE NUMERIC, AS ON AC09'
                   TO MSGO, GO TO SEND-MSG.
       CK-AUTHORITY.
           MOVE EIBOPID TO SUPV-RIDFLD.
           EXEC CICS READ DATASET('SUPVTAB') INTO(SUPV-REC)
               RIDFLD(SUPV-RIDFLD) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'PAYMENT TRANSFERS - SUPERVISORS ONLY'
                   TO MSGO, GO TO SEND-MSG.
      *    THE PAYMENT MUST BE A LIVE TYPE 'P' ENTRY ON THE FROM
      *    ACCOUNT THAT HAS NOT ALREADY BEEN MOVED.
       CK-PAYMENT.
           MOVE XI-FROM TO PH-ACCT, MOVE XI-SEQ-N TO PH-SEQ.
           EXEC CICS READ DATASET('PAYHIST') INTO(PAYHIST-REC)
               LENGTH(PAYH-LNG) RIDFLD(PH-KEY) KEYLENGTH(7)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO PAYHIST ENTRY WITH THAT SEQUENCE ON FROM ACCT'
                   TO MSGO, GO TO SEND-MSG.
           IF NOT PH-IS-PAYMENT,
               MOVE 'THAT PAYHIST ENTRY IS NOT A PAYMENT'
                   TO MSGO, GO TO SEND-MSG.
           IF PH-PAY-XFERRED,
               MOVE 'THAT PAYMENT HAS ALREADY BEEN TRANSFERRED'
                   TO MSGO, GO TO SEND-MSG.
           MOVE PH-AMT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD OR AMT-VAL-N NOT > 0,
               MOVE 'PAYMENT AMOUNT ON FILE NOT USABLE, NOT MOVED'
                   TO MSGO, GO TO SEND-MSG.
           MOVE AMT-VAL-N TO XFR-AMT-N.
           MOVE PH-AMT TO ORIG-AMT.
           MOVE PH-MO TO ORIG-MO, MOVE PH-DAY TO ORIG-DAY.
           MOVE PH-YR TO ORIG-YR, MOVE PH-SRC TO ORIG-SRC.
       CK-USE-FROM.
           EXEC CICS HANDLE CONDITION QIDERR(RSRV-FROM-1) END-EXEC.
           MOVE XI-FROM TO USE-QID2.
           EXEC CICS READQ TS QUEUE(USE-QID) INTO(USE-REC)
               ITEM(USE-ITEM) LENGTH(USE-LNG) END-EXEC.
           ADD USE-LIMIT TO USE-TIME.
           IF USE-TIME > 236000, ADD 1 TO USE-DATE,
               SUBTRACT 236000 FROM USE-TIME.
           IF USE-DATE > EIBDATE OR
               (USE-DATE = EIBDATE AND USE-TIME NOT < EIBTIME)
               MOVE USE-TERM TO USE-MSG-TERM,
               MOVE USE-MSG TO MSGO, GO TO SEND-MSG.
       RSRV-FROM.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) ITEM(USE-ITEM) REWRITE END-EXEC.
           GO TO RSRV-FROM-2.
       RSRV-FROM-1.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) END-EXEC.
       RSRV-FROM-2.
           MOVE 'Y' TO FROM-SW.
           MOVE XI-FROM TO LOCK-ACCT.
           PERFORM WRITE-ACCT-LOCK THRU WRITE-ACCT-LOCK-EXIT.
       CK-USE-TO.
           EXEC CICS HANDLE CONDITION QIDERR(RSRV-TO-1) END-EXEC.
           MOVE XI-TO TO USE-QID2.
           EXEC CICS READQ TS QUEUE(USE-QID) INTO(USE-REC)
               ITEM(USE-ITEM) LENGTH(USE-LNG) END-EXEC.
           ADD USE-LIMIT TO USE-TIME.
           IF USE-TIME > 236000, ADD 1 TO USE-DATE,
               SUBTRACT 236000 FROM USE-TIME.
           IF USE-DATE > EIBDATE OR
               (USE-DATE = EIBDATE AND USE-TIME NOT < EIBTIME)
               MOVE USE-TERM TO USE-MSG-TERM,
               MOVE USE-MSG TO MSGO, GO TO RELEASE-MSG.
       RSRV-TO.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) ITEM(USE-ITEM) REWRITE END-EXEC.
           GO TO RSRV-TO-2.
       RSRV-TO-1.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) END-EXEC.
       RSRV-TO-2.
           MOVE 'Y' TO TO-SW.
           MOVE XI-TO TO LOCK-ACCT.
           PERFORM WRITE-ACCT-LOCK THRU WRITE-ACCT-LOCK-EXIT.
      *    THE RIGHT ACCOUNT IS CHECKED BEFORE EITHER MASTER IS
      *    TOUCHED, SO A REFUSAL NEVER LEAVES HALF A TRANSFER.
       CK-TO-ACCT.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(XI-TO)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           IF APPRDO = 'P',
               MOVE 'TO ACCOUNT PENDING APPROVAL - SEE AC29'
                   TO MSGO, GO TO RELEASE-MSG.
           IF BAL (1) NOT NUMERIC,
               MOVE 'TO ACCOUNT BALANCE NOT NUMERIC, NOT MOVED'
                   TO MSGO, GO TO RELEASE-MSG.
       POST-FROM.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(XI-FROM)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE END-EXEC.
           IF BAL (1) NOT NUMERIC,
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'FROM ACCOUNT BALANCE NOT NUMERIC, NOT MOVED'
                   TO MSGO, GO TO RELEASE-MSG.
           MOVE BAL (1) TO BAL-AMT-N.
           ADD XFR-AMT-N TO BAL-AMT-N.
           PERFORM ROLL-PAY-HIST THRU ROLL-PAY-HIST-EXIT.
           COMPUTE PAMT (1) = 0 - XFR-AMT-N.
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           MOVE XI-FROM TO BC-RIDFLD.
           MOVE 'P' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = BAL-AMT-N - XFR-AMT-N.
           MOVE XFR-AMT-N TO BCL-AMT.
           PERFORM POST-COMPONENTS THRU POST-COMPONENTS-EXIT.
           MOVE XI-FROM TO AUD-ACCT, MOVE XI-TO TO AUD-OTHER.
           MOVE 'XFR OUT' TO AUD-TITLE.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           MOVE XI-FROM TO NEW-PH-ACCT, MOVE 'T' TO NEW-PH-TYPE.
           PERFORM ADD-PAYHIST THRU ADD-PAYHIST-EXIT.
           PERFORM MARK-ORIGINAL THRU MARK-ORIGINAL-EXIT.
       POST-TO.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(XI-TO)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE END-EXEC.
           MOVE BAL (1) TO BAL-AMT-N.
           SUBTRACT XFR-AMT-N FROM BAL-AMT-N.
           PERFORM ROLL-PAY-HIST THRU ROLL-PAY-HIST-EXIT.
           MOVE XFR-AMT-N TO PAMT (1).
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           MOVE XI-TO TO BC-RIDFLD.
           MOVE 'A' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = BAL-AMT-N + XFR-AMT-N.
           MOVE XFR-AMT-N TO BCL-AMT.
           PERFORM POST-COMPONENTS THRU POST-COMPONENTS-EXIT.
           MOVE XI-TO TO AUD-ACCT, MOVE XI-FROM TO AUD-OTHER.
           MOVE 'XFR IN' TO AUD-TITLE.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           MOVE XI-TO TO NEW-PH-ACCT, MOVE 'U' TO NEW-PH-TYPE.
           PERFORM ADD-PAYHIST THRU ADD-PAYHIST-EXIT.
           MOVE XFR-AMT-N TO AMT-ED, MOVE AMT-ED TO XFR-MSG-AMT.
           MOVE XI-FROM TO XFR-MSG-FROM, MOVE XI-SEQ TO XFR-MSG-SEQ.
           MOVE XI-TO TO XFR-MSG-TO.
           MOVE XFR-MSG TO MSGO.
       RELEASE-MSG.
           PERFORM RELEASE-ALL THRU RELEASE-ALL-EXIT.
       SEND-MSG.
           EXEC CICS SEND MAP('ACCTMSG') MAPSET('ACCTSET')
               FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
       NO-ACCT-RECORD.
           PERFORM RELEASE-ALL THRU RELEASE-ALL-EXIT.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGO.
           GO TO SEND-MSG.
      *    THE DISPLAY ROWS ROLL DOWN THE WAY AC08 ROLLS THEM.  THE
      *    NEW ROW CARRIES THE NEW BALANCE AND THE ORIGINAL PAYMENT
      *    DATE; THE BALANCE DATE IS LEFT AS IT WAS SO THE TRANSFER
      *    DOES NOT RESET THE ACCOUNT'S AGING.
       ROLL-PAY-HIST.
           MOVE PAY-HIST (2) TO PAY-HIST (3).
           MOVE PAY-HIST (1) TO PAY-HIST (2).
           MOVE BAL-AMT-N TO BAL (1).
           MOVE ORIG-MO TO PMO (1), MOVE ORIG-DAY TO PDAY (1).
           MOVE ORIG-YR TO PYR (1).
       ROLL-PAY-HIST-EXIT.
           EXIT.
      *    THE CALLER SETS THE FUNCTION, THE BALANCE BEFORE THE POSTING
      *    AND THE AMOUNT; CBLPGM04 BRINGS THE BALCOMP SPLIT OF
      *    BC-RIDFLD INTO LINE AND POSTS IT.  AN ACCOUNT WITH NO SPLIT
      *    ON FILE IS ALL PRINCIPAL.
       POST-COMPONENTS.
           MOVE 0 TO BCL-PRIN, BCL-FIN, BCL-FEES.
           MOVE 'N' TO BC-FOUND-SW.
           EXEC CICS READ DATASET('BALCOMP') INTO(BALCOMP-REC)
               RIDFLD(BC-RIDFLD) LENGTH(BC-LNG) UPDATE RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL), MOVE 'Y' TO BC-FOUND-SW.
           IF NOT BC-FOUND, MOVE SPACES TO BALCOMP-REC.
           IF BC-FOUND AND BC-PRIN NUMERIC AND BC-FIN NUMERIC
               AND BC-FEES NUMERIC,
               MOVE BC-PRIN TO BCL-PRIN,
               MOVE BC-FIN TO BCL-FIN,
               MOVE BC-FEES TO BCL-FEES.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
           MOVE BC-RIDFLD TO BC-ACCT.
           MOVE BCL-PRIN TO BC-PRIN.
           MOVE BCL-FIN TO BC-FIN.
           MOVE BCL-FEES TO BC-FEES.
           IF BC-FOUND,
               EXEC CICS REWRITE DATASET('BALCOMP') FROM(BALCOMP-REC)
                   LENGTH(BC-LNG) RESP(WS-RESP) END-EXEC
           ELSE
               EXEC CICS WRITE DATASET('BALCOMP') FROM(BALCOMP-REC)
                   RIDFLD(BC-ACCT) LENGTH(BC-LNG) RESP(WS-RESP)
                   END-EXEC.
       POST-COMPONENTS-EXIT.
           EXIT.
      *    THE ORIGINAL PAYMENT STAYS ON THE FROM ACCOUNT'S HISTORY
      *    FOR THE RECORD, MARKED SO IT IS NEVER MOVED AGAIN.
       MARK-ORIGINAL.
           MOVE XI-FROM TO PH-ACCT, MOVE XI-SEQ-N TO PH-SEQ.
           EXEC CICS READ DATASET('PAYHIST') INTO(PAYHIST-REC)
               LENGTH(PAYH-LNG) RIDFLD(PH-KEY) KEYLENGTH(7) UPDATE
               END-EXEC.
           MOVE 'T' TO PH-RSN.
           EXEC CICS REWRITE DATASET('PAYHIST') FROM(PAYHIST-REC)
               LENGTH(PAYH-LNG) END-EXEC.
       MARK-ORIGINAL-EXIT.
           EXIT.
      *    EACH MASTER'S AFTER-IMAGE GOES TO THE TRAIL AS A TYPE 'I'
      *    ENTRY, WITH THE OTHER ACCOUNT, THE ORIGINAL SEQUENCE, THE
      *    AMOUNT AND THE OPERATOR IN (385:24) BEHIND IT.
       WRITE-AUDIT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'I' TO AUD-REQC.
           MOVE SPACES TO AUD-IMAGE.
           MOVE ACCTREC TO AUD-IMAGE (1:383).
           MOVE AUD-OTHER TO AUD-IMAGE (385:5).
           MOVE XI-SEQ TO AUD-IMAGE (391:4).
           MOVE ORIG-AMT TO AUD-IMAGE (396:8).
           MOVE EIBOPID TO AUD-IMAGE (405:3).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-AUDIT-EXIT.
           EXIT.
      *    THE NEXT PH-SEQ IS ONE PAST THE HIGHEST ON FILE FOR THE
      *    ACCOUNT.  EVERY ACCOUNT IS SEEDED WITH SEQUENCE 1 WHEN IT
      *    IS ADDED, SO A FORWARD BROWSE FROM SEQUENCE 1 FINDS IT.
       ADD-PAYHIST.
           MOVE 0 TO LAST-SEQ.
           MOVE NEW-PH-ACCT TO PH-ACCT, MOVE 1 TO PH-SEQ.
           EXEC CICS HANDLE CONDITION NOTFND(ADD-PAYHIST-WRITE)
               ENDFILE(ADD-PAYHIST-WRITE) END-EXEC.
           EXEC CICS STARTBR DATASET('PAYHIST') RIDFLD(PH-KEY) GTEQ
               END-EXEC.
       ADD-PAYHIST-LOOP.
           EXEC CICS READNEXT DATASET('PAYHIST') INTO(PAYHIST-REC)
               LENGTH(PAYH-LNG) RIDFLD(PH-KEY) END-EXEC.
           IF PH-ACCT NOT = NEW-PH-ACCT, GO TO ADD-PAYHIST-DONE.
           MOVE PH-SEQ TO LAST-SEQ.
           GO TO ADD-PAYHIST-LOOP.
       ADD-PAYHIST-DONE.
           EXEC CICS ENDBR DATASET('PAYHIST') END-EXEC.
           GO TO ADD-PAYHIST-WRITE-1.
       ADD-PAYHIST-WRITE.
           IF LAST-SEQ > 0,
               EXEC CICS ENDBR DATASET('PAYHIST') END-EXEC.
       ADD-PAYHIST-WRITE-1.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD) END-EXEC.
           MOVE NEW-PH-ACCT TO PH-ACCT.
           COMPUTE PH-SEQ = LAST-SEQ + 1.
           MOVE ORIG-AMT TO PH-AMT.
           MOVE ORIG-MO TO PH-MO, MOVE ORIG-DAY TO PH-DAY.
           MOVE ORIG-YR TO PH-YR.
           MOVE NEW-PH-TYPE TO PH-TYPE.
           MOVE SPACE TO PH-RSN.
           MOVE ORIG-SRC TO PH-SRC.
           EXEC CICS WRITE DATASET('PAYHIST') FROM(PAYHIST-REC)
               RIDFLD(PH-KEY) KEYLENGTH(7) END-EXEC.
       ADD-PAYHIST-EXIT.
           EXIT.
      *    A BALANCE OR PAYMENT AMOUNT IS CARRIED AS EIGHT DISPLAY
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
      *    BOTH RESERVATIONS, WHICHEVER ARE HELD, ARE DROPPED.
       RELEASE-ALL.
           IF FROM-HELD,
               MOVE XI-FROM TO USE-QID2, LOCK-ACCT,
               EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC,
               PERFORM DROP-ACCT-LOCK THRU DROP-ACCT-LOCK-EXIT,
               MOVE 'N' TO FROM-SW.
           IF TO-HELD,
               MOVE XI-TO TO USE-QID2, LOCK-ACCT,
               EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC,
               PERFORM DROP-ACCT-LOCK THRU DROP-ACCT-LOCK-EXIT,
               MOVE 'N' TO TO-SW.
       RELEASE-ALL-EXIT.
           EXIT.
       WRITE-ACCT-LOCK.
      *    THE RESERVATION IS MIRRORED TO THE ACCTLOCK FILE SO THE
      *    UPDATING BATCH JOBS CAN SEE IT AND SKIP THE RECORD.
           MOVE LOCK-ACCT TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
           MOVE LOCK-ACCT TO LK-ACCT.
           MOVE EIBTRMID TO LK-TERM.
           MOVE EIBTIME TO LK-TIME.
           MOVE EIBDATE TO LK-DATE.
           EXEC CICS WRITE DATASET('ACCTLOCK') FROM(ACCTLOCK-REC)
               RIDFLD(LK-ACCT) KEYLENGTH(5) RESP(WS-RESP) END-EXEC.
       WRITE-ACCT-LOCK-EXIT.
           EXIT.
       DROP-ACCT-LOCK.
           MOVE LOCK-ACCT TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
       DROP-ACCT-LOCK-EXIT.
           EXIT.
       NO-GOOD.
           PERFORM RELEASE-ALL THRU RELEASE-ALL-EXIT.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
