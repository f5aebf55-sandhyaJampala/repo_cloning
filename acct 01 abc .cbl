       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC02'
                TRANSACTION.  IT COMPLETES REQUESTS FOR ACCOUNT FILE
                UPDATES (ADDS, MODIFIES, AND DELETES), AFTER THE USER
                ENTERED THE UPDATE INFORMATION.  A COMPLETED ADD
                ALSO WRITES A PENDING IDENTITY RECORD AND HANDS THE
                OPERATOR TO THE 'AC34' TRANSACTION TO KEY THE NEW
                CUSTOMER'S TAXPAYER ID AND DATE OF BIRTH; A DELETE
                REMOVES THE IDENTITY RECORD WITH THE ACCOUNT.  EVERY
                ADD IS SCREENED AGAINST THE SDNLIST SANCTIONS FILE; A
                POSSIBLE MATCH IS HELD (OFACDO 'H') FOR COMPLIANCE ON
                THE AC29 QUEUE, WITH EACH MATCH KEPT ON OFACHIT AND
                WRITTEN TO ACCTAUD AS A TYPE 'O' RECORD.  A MODIFY
                THAT CHANGES AN AUTHORIZED BUYER ON AN APPROVED
                ACCOUNT CLOSES THE CARD HELD IN THAT BUYER'S SLOT ON
                THE PLASTIC FILE AND, WHEN A NEW NAME WAS KEYED,
                ORDERS A PENDING CARD FOR IT UNDER THE ACCOUNT'S NEXT
                CARD NUMBER FOR THE ACCT100 EMBOSSING RUN.  A DELETE
                ALSO REMOVES THE ACCOUNT'S TELNUM NUMBERS AND THEIR
                ACCTTEL INDEX ENTRIES.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               04  USE-TIME           PIC S9(7) COMP-3.
               04  USE-DATE           PIC S9(7) COMP-3.
           02  USE-LNG                PIC S9(4) COMP VALUE +12.
           02  SDN-LNG                PIC S9(4) COMP VALUE +100.
           02  SCR-HIT-CNT            PIC S9(4) COMP VALUE +0.
           02  SCR-WRITE-SW           PIC X VALUE 'N'.
               88  SCR-WRITE              VALUE 'Y'.
           02  ID-CHAIN.
               04  ID-CHAIN-ACCT      PIC X(5).
               04  ID-CHAIN-MODE      PIC X VALUE 'A'.
           02  ID-PROMPT-MSG.
               04  FILLER             PIC X(18) VALUE
                   'ADDED - NOW KEY:  '.
               04  ID-PROMPT-ACCT     PIC X(5).
               04  FILLER             PIC X(37) VALUE
                   ' TIN(9) KIND(S/E/I) DOB(CCYYMMDD)'.
           02  OLD-IXKEY.
               04  IXOLD-SNAME        PIC X(12).
           02  IXOLD-ACCT         PIC X(5).
           02  OPER-LANG-QUAL         PIC X VALUE ' '.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-MMDDYY              PIC 9(6).
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  PLASTIC-LNG            PIC S9(4) COMP VALUE +90.
           02  TELNUM-LNG             PIC S9(4) COMP VALUE +60.
           02  TN-BR-KEY.
               04  TN-BR-ACCT         PIC X(5).
               04  TN-BR-TEL          PIC X(10).
           02  BUYER-TABLE.
               04  BUYER-ENTRY OCCURS 4.
                   06  BUYER-OLD      PIC X(32).
                   06  BUYER-NEW      PIC X(32).
           02  BUYER-SUB              PIC S9(4) COMP VALUE +0.
           02  BUYER-SLOT             PIC 9.
           02  CARD-BR-KEY.
               04  CARD-BR-ACCT       PIC X(5).
               04  CARD-BR-SEQ        PIC 9(2).
           02  CARD-HIGH-SEQ          PIC 9(2) VALUE 0.
           02  CARD-LIVE-SEQ          PIC 9(2) VALUE 0.
           02  MENU-MSG-LIST.
               04  FILLER             PIC X(60) VALUE
                   'PREVIOUS REQUEST CANCELED AS REQUESTED'.
       01  ACCTHIST-REC. COPY ACCTHIST.
       01  NEWACCT-REC. COPY NEWACCT.
       01  OPAUTH-REC. COPY OPAUTH.
       01  IDENTITY-REC. COPY IDENTITY.
       01  SDNLIST-REC. COPY SDNLIST.
       01  OFACHIT-REC. COPY OFACHIT.
       01  AMSG-REC. COPY ACCTMSG.
       01  ACCTLOCK-REC. COPY ACCTLOCK.
       01  ACCTTEL-REC.
               04  TL-ACCT            PIC X(5).
           02  TL-IMAGE               PIC X(383).
       01  CDTABLE-REC. COPY CDTABLE.
       01  PLASTIC-REC. COPY PLASTIC.
       01  TELNUM-REC. COPY TELNUM.
           COPY ACCTSET.
           COPY DFHAID.
           COPY DFHBMSCA.
      *        A NEW ACCOUNT LANDS PENDING CREDIT REVIEW (APPRDO
      *        'P'); POSTING, AUTHORIZATION AND THE WELCOME KIT ALL
      *        WAIT UNTIL THE AC29 QUEUE APPROVES IT.
               MOVE 'P' TO APPRDO IN NEW-ACCTREC,
               MOVE 'N' TO SCR-WRITE-SW,
               PERFORM SCREEN-SANCTIONS THRU SCREEN-SANCTIONS-EXIT.
           IF REQC = 'M',
               PERFORM CK-LIMIT-APPR THRU CK-LIMIT-APPR-EXIT.
           GO TO CK-OWN.
      *    BESIDE THE MAP-AREA SNAPSHOT THE VIEWERS RE-SEND AS A
      *    SCREEN, A TYPE 'I' COMPANION RECORD CARRIES THE RAW
      *    ACCTREC AFTER-IMAGE FOR THE ACCT76 FIELD DECODE AND THE
      *    ACCT80 FORWARD RECOVERY, WITH THE OPERATOR AT (405:3) SO
      *    THE APPROVAL SCREENS KNOW WHO KEYED THE ACCOUNT.
           IF REQC = 'A' OR REQC = 'M',
               PERFORM WRITE-ACCTAUD-I THRU WRITE-ACCTAUD-I-EXIT.
           IF REQC = 'X' GO TO UPDT-DELETE.
           PERFORM TEL-INDEX-PUT THRU TEL-INDEX-PUT-EXIT.
           PERFORM SEED-PAYHIST THRU SEED-PAYHIST-EXIT.
           PERFORM DROP-NEWACCT-EVENT THRU DROP-NEWACCT-EVENT-EXIT.
           PERFORM SEED-IDENTITY THRU SEED-IDENTITY-EXIT.
           IF OFACDO IN NEW-ACCTREC = 'H',
               MOVE 'Y' TO SCR-WRITE-SW,
               PERFORM SCREEN-SANCTIONS THRU SCREEN-SANCTIONS-EXIT.
           GO TO RELEASE-ACCT.
       UPDT-MODIFY.
           MOVE 3 TO MENU-MSGNO.
               LENGTH (ACCT-LNG) END-EXEC.
           PERFORM TEL-INDEX-DROP THRU TEL-INDEX-DROP-EXIT.
           PERFORM TEL-INDEX-PUT THRU TEL-INDEX-PUT-EXIT.
           IF MOD-AUTH NOT = SPACES AND
               APPRDO IN NEW-ACCTREC NOT = 'P',
               PERFORM BUYER-CARDS THRU BUYER-CARDS-EXIT.
           GO TO RELEASE-ACCT.
       UPDT-DELETE.
           MOVE 4 TO MENU-MSGNO.
           PERFORM WRITE-TOMBSTONE THRU WRITE-TOMBSTONE-EXIT.
           PERFORM TEL-INDEX-DROP THRU TEL-INDEX-DROP-EXIT.
           EXEC CICS DELETE DATASET('ACCTFIL') END-EXEC.
           MOVE ACCTC TO ID-ACCT.
           EXEC CICS DELETE DATASET('IDENTITY') RIDFLD(ID-ACCT)
               RESP(WS-RESP) END-EXEC.
           PERFORM DROP-TELNUMS THRU DROP-TELNUMS-EXIT.
       RELEASE-ACCT.
           EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC.
           MOVE ACCTC TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
           IF MENU-MSGNO = 2 GO TO ID-PROMPT.
           GO TO MENU-REFRESH.
      *    A NEW ACCOUNT GOES STRAIGHT TO AC34 FOR ITS TAXPAYER ID AND
      *    DATE OF BIRTH.  THE COMMAREA TELLS ACCT87 WHICH ACCOUNT THIS
      *    OPERATOR JUST ADDED; "CLEAR" THERE LEAVES IT PENDING.
       ID-PROMPT.
           MOVE LOW-VALUES TO ACCTMSGO.
           MOVE ACCTC TO ID-CHAIN-ACCT, ID-PROMPT-ACCT.
           MOVE ID-PROMPT-MSG TO MSGO.
           EXEC CICS SEND MAP('ACCTMSG') MAPSET('ACCTSET') ERASE FREEKB
               END-EXEC.
           EXEC CICS RETURN TRANSID('AC34') COMMAREA(ID-CHAIN)
               LENGTH(6) END-EXEC.
      *    THE CONFIRM SCREEN IS THE ONLY GATE IN FRONT OF A DELETE:
      *    "ENTER" PROCEEDS INTO THE NORMAL CK-OWN / UPDT-DELETE
      *    FLOW, PF9 OR "CLEAR" ABORTS AND RELEASES THE ACCOUNT.
               MOVE 'CHG IMAGE' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE NEW-ACCTREC TO AUD-IMAGE (1:383).
           MOVE EIBOPID TO AUD-IMAGE (405:3).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-ACCTAUD-I-EXIT.
           EXIT.
       TEL-INDEX-DROP.
           IF TLOLD-TEL = SPACES GO TO TEL-INDEX-DROP-EXIT.
      *    AN OLD PRIMARY THE CUSTOMER STILL HAS ON TELNUM KEEPS ITS
      *    ENTRY, EXCEPT ON A DELETE, WHERE DROP-TELNUMS CLEARS ALL.
           MOVE ACCTC TO TN-ACCT.
           MOVE TLOLD-TEL TO TN-TEL.
           EXEC CICS READ DATASET('TELNUM') INTO(TELNUM-REC)
               RIDFLD(TN-KEY) LENGTH(TELNUM-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND REQC NOT = 'X'
               GO TO TEL-INDEX-DROP-EXIT.
           MOVE OLD-TELKEY TO TL-KEY.
           EXEC CICS DELETE DATASET('ACCTTEL') RIDFLD(TL-KEY)
               RESP(WS-RESP) END-EXEC.
       TEL-INDEX-DROP-EXIT.
           EXIT.
      *    A DELETED ACCOUNT TAKES ITS TELNUM NUMBERS WITH IT.  THE
      *    BROWSE IS ENDED BEFORE EACH DELETE AND STARTED AFRESH.
       DROP-TELNUMS.
           MOVE ACCTC TO TN-BR-ACCT.
           MOVE LOW-VALUES TO TN-BR-TEL.
           EXEC CICS STARTBR DATASET('TELNUM') RIDFLD(TN-BR-KEY)
               GTEQ RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO DROP-TELNUMS-EXIT.
           EXEC CICS READNEXT DATASET('TELNUM') INTO(TELNUM-REC)
               LENGTH(TELNUM-LNG) RIDFLD(TN-BR-KEY)
               RESP(WS-RESP) END-EXEC.
           EXEC CICS ENDBR DATASET('TELNUM') END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR TN-ACCT NOT = ACCTC
               GO TO DROP-TELNUMS-EXIT.
           EXEC CICS DELETE DATASET('TELNUM') RIDFLD(TN-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO DROP-TELNUMS-EXIT.
           MOVE TN-TEL TO TL-TEL.
           MOVE ACCTC TO TL-ACCT.
           EXEC CICS DELETE DATASET('ACCTTEL') RIDFLD(TL-KEY)
               RESP(WS-RESP) END-EXEC.
           GO TO DROP-TELNUMS.
       DROP-TELNUMS-EXIT.
           EXIT.
      *    EVERY COMPLETED ADD DROPS AN EVENT ON THE NEWACCT FILE
      *    SO THE DAILY ACCT37 STEP CAN MAIL THE WELCOME KIT, INSTEAD
      *    OF MARKETING TYPING UP A LIST EVERY WEEK.
               RIDFLD(NA-KEY) KEYLENGTH(9) RESP(WS-RESP) END-EXEC.
       DROP-NEWACCT-EVENT-EXIT.
           EXIT.
      *****************************************************************
      * THE SANCTIONS SCREEN READS ONLY THE SDNLIST ROWS SHARING THE
      * APPLICANT'S SURNAME.  A ROW IS A POSSIBLE MATCH WHEN IT HAS
      * NO FIRST NAME (AN ENTITY OR A SURNAME-ONLY LISTING), WHEN
      * THE FIRST INITIALS AGREE, OR WHEN ITS STREET LINE IS THE
      * APPLICANT'S.  THE EDIT PASS ONLY SETS THE HOLD SO THE ADD
      * IMAGES CARRY IT; ONCE THE ADD IS WRITTEN A SECOND PASS
      * RECORDS EACH MATCH ON OFACHIT AND ACCTAUD.
      *****************************************************************
       SCREEN-SANCTIONS.
           MOVE 0 TO SCR-HIT-CNT.
           MOVE SNAMEDO IN NEW-ACCTREC TO SDN-SNAME.
           MOVE LOW-VALUES TO SDN-UID.
           EXEC CICS STARTBR DATASET('SDNLIST') RIDFLD(SDN-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO SCREEN-SANCTIONS-EXIT.
       SCREEN-SANCTIONS-NEXT.
           EXEC CICS READNEXT DATASET('SDNLIST') INTO(SDNLIST-REC)
               RIDFLD(SDN-KEY) LENGTH(SDN-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
               SDN-SNAME NOT = SNAMEDO IN NEW-ACCTREC
               GO TO SCREEN-SANCTIONS-END.
           IF SDN-FNAME NOT = SPACES AND
               SDN-FNAME (1:1) NOT = FNAMEDO IN NEW-ACCTREC (1:1) AND
               (SDN-ADDR1 = SPACES OR
                SDN-ADDR1 NOT = ADDR1DO IN NEW-ACCTREC)
               GO TO SCREEN-SANCTIONS-NEXT.
           ADD 1 TO SCR-HIT-CNT.
           MOVE 'H' TO OFACDO IN NEW-ACCTREC.
           IF SCR-WRITE,
               PERFORM WRITE-SANCTION-HIT THRU WRITE-SANCTION-HIT-EXIT.
           GO TO SCREEN-SANCTIONS-NEXT.
       SCREEN-SANCTIONS-END.
           EXEC CICS ENDBR DATASET('SDNLIST') RESP(WS-RESP) END-EXEC.
       SCREEN-SANCTIONS-EXIT.
           EXIT.
       WRITE-SANCTION-HIT.
           MOVE SPACES TO OFACHIT-REC.
           MOVE ACCTC TO OH-ACCT.
           MOVE SDN-UID TO OH-UID.
           MOVE 'H' TO OH-STATUS.
           MOVE 'A' TO OH-SRC.
           MOVE EIBDATE TO OH-HIT-DATE.
           MOVE 0 TO OH-CLR-DATE.
           EXEC CICS WRITE DATASET('OFACHIT') FROM(OFACHIT-REC)
               RIDFLD(OH-KEY) KEYLENGTH(11) RESP(WS-RESP) END-EXEC.
           MOVE ACCTC TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           COMPUTE AUD-SEQ = 10 + SCR-HIT-CNT.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'O' TO AUD-REQC.
           MOVE 'OFAC HIT' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE 'H' TO AUD-IMAGE (1:1).
           MOVE SDN-UID TO AUD-IMAGE (3:6).
           MOVE SDN-SNAME TO AUD-IMAGE (14:12).
           MOVE SDN-FNAME TO AUD-IMAGE (27:15).
           MOVE SDN-PROGRAM TO AUD-IMAGE (43:8).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-SANCTION-HIT-EXIT.
           EXIT.
      *    THE PENDING IDENTITY RECORD IS WHAT ACCT57 AND ACCT86
      *    FIND UNTIL THE NUMBERS ARE KEYED ON AC34.
       SEED-IDENTITY.
           MOVE SPACES TO IDENTITY-REC.
           MOVE ACCTC TO ID-ACCT.
           MOVE 'P' TO ID-STATUS.
           MOVE ZERO TO ID-DOB.
           MOVE EIBDATE TO ID-UPD-DATE.
           MOVE EIBOPID TO ID-UPD-OPID.
           EXEC CICS WRITE DATASET('IDENTITY') FROM(IDENTITY-REC)
               RIDFLD(ID-ACCT) KEYLENGTH(5) RESP(WS-RESP) END-EXEC.
       SEED-IDENTITY-EXIT.
           EXIT.
       SEED-PAYHIST.
           MOVE ACCTC TO PH-ACCT, MOVE 1 TO PH-SEQ.
           MOVE PAY-INIT (1:8) TO PH-AMT.
               RIDFLD(PH-KEY) KEYLENGTH(7) END-EXEC.
       SEED-PAYHIST-EXIT.
           EXIT.
      *    A PENDING ACCOUNT HAS NO CARDS YET - AC29 ORDERS THEM ALL
      *    AT APPROVAL.  OTHERWISE EACH BUYER SLOT THAT CHANGED HAS
      *    ITS ACTIVE OR PENDING CARD CLOSED AND, IF A NEW NAME WAS
      *    KEYED, A NEW CARD ORDERED.
       BUYER-CARDS.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           MOVE AUTH1DO IN OLD-ACCTREC TO BUYER-OLD (1).
           MOVE AUTH2DO IN OLD-ACCTREC TO BUYER-OLD (2).
           MOVE AUTH3DO IN OLD-ACCTREC TO BUYER-OLD (3).
           MOVE AUTH4DO IN OLD-ACCTREC TO BUYER-OLD (4).
           MOVE AUTH1DO IN NEW-ACCTREC TO BUYER-NEW (1).
           MOVE AUTH2DO IN NEW-ACCTREC TO BUYER-NEW (2).
           MOVE AUTH3DO IN NEW-ACCTREC TO BUYER-NEW (3).
           MOVE AUTH4DO IN NEW-ACCTREC TO BUYER-NEW (4).
           PERFORM BUYER-CARD THRU BUYER-CARD-EXIT
               VARYING BUYER-SUB FROM 1 BY 1 UNTIL BUYER-SUB > 4.
       BUYER-CARDS-EXIT.
           EXIT.
       BUYER-CARD.
           IF BUYER-OLD (BUYER-SUB) = BUYER-NEW (BUYER-SUB)
               GO TO BUYER-CARD-EXIT.
           MOVE BUYER-SUB TO BUYER-SLOT.
           PERFORM SCAN-CARDS THRU SCAN-CARDS-EXIT.
           IF CARD-LIVE-SEQ NOT = 0,
               MOVE ACCTC TO PC-ACCT,
               MOVE CARD-LIVE-SEQ TO PC-SEQ,
               EXEC CICS READ DATASET('PLASTIC') INTO(PLASTIC-REC)
                   RIDFLD(PC-KEY) LENGTH(PLASTIC-LNG) UPDATE
                   RESP(WS-RESP) END-EXEC,
               IF WS-RESP = DFHRESP(NORMAL),
                   MOVE 'X' TO PC-STATUS,
                   EXEC CICS REWRITE DATASET('PLASTIC')
                       FROM(PLASTIC-REC) LENGTH(PLASTIC-LNG) END-EXEC.
           IF BUYER-NEW (BUYER-SUB) = SPACES OR CARD-HIGH-SEQ = 99
               GO TO BUYER-CARD-EXIT.
           MOVE SPACES TO PLASTIC-REC.
           MOVE ACCTC TO PC-ACCT.
           COMPUTE PC-SEQ = CARD-HIGH-SEQ + 1.
           MOVE 'P' TO PC-STATUS.
           MOVE BUYER-NEW (BUYER-SUB) TO PC-HOLDER.
           MOVE BUYER-SLOT TO PC-SLOT.
           MOVE 'B' TO PC-REASON.
           MOVE 0 TO PC-EXPIRY, PC-ISSUE-DATE, PC-REPL-SEQ,
               PC-BLOCK-DATE.
           MOVE WS-CCYYMMDD TO PC-REQ-DATE.
           MOVE EIBOPID TO PC-OPID.
           EXEC CICS WRITE DATASET('PLASTIC') FROM(PLASTIC-REC)
               RIDFLD(PC-KEY) LENGTH(PLASTIC-LNG) RESP(WS-RESP)
               END-EXEC.
       BUYER-CARD-EXIT.
           EXIT.
      *    ONE PASS OVER THE ACCOUNT'S CARDS FINDS THE HIGHEST CARD
      *    NUMBER USED AND THE LIVE CARD, IF ANY, IN THIS BUYER SLOT.
       SCAN-CARDS.
           MOVE 0 TO CARD-HIGH-SEQ, CARD-LIVE-SEQ.
           MOVE ACCTC TO CARD-BR-ACCT.
           MOVE 0 TO CARD-BR-SEQ.
           EXEC CICS STARTBR DATASET('PLASTIC') RIDFLD(CARD-BR-KEY)
               GTEQ RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-CARDS-EXIT.
       SCAN-CARDS-NEXT.
           EXEC CICS READNEXT DATASET('PLASTIC') INTO(PLASTIC-REC)
               LENGTH(PLASTIC-LNG) RIDFLD(CARD-BR-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR PC-ACCT NOT = ACCTC
               GO TO SCAN-CARDS-END.
           MOVE PC-SEQ TO CARD-HIGH-SEQ.
           IF PC-SLOT = BUYER-SLOT AND (PC-ACTIVE OR PC-PENDING),
               MOVE PC-SEQ TO CARD-LIVE-SEQ.
           GO TO SCAN-CARDS-NEXT.
       SCAN-CARDS-END.
           EXEC CICS ENDBR DATASET('PLASTIC') END-EXEC.
       SCAN-CARDS-EXIT.
           EXIT.
      *    THE BILLING CYCLE IS ASSIGNED AT ADD TIME FROM THE LAST
      *    DIGIT OF THE ACCOUNT NUMBER, SPREADING NEW ACCOUNTS
      *    EVENLY ACROSS THE FOUR CYCLES THE ACCT14 ASSESSMENT AND
           MOVE EIBOPID TO PL-REQ-OPID.
           MOVE EIBTRMID TO PL-REQ-TERM.
           MOVE 'O' TO PL-SOURCE.
           MOVE SPACES TO PL-REASONS.
           MOVE LIMITDO IN OLD-ACCTREC TO LIMITDO IN NEW-ACCTREC.
           MOVE 'Y' TO LIM-PEND-SW.
       CK-LIMIT-APPR-EXIT.
