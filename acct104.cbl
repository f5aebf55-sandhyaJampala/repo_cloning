       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT104.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC40'
                TRANSACTION, THE SKIP-TRACE REVIEW QUEUE.  THE ACCT103
                LOADER PUTS EVERY TELEPHONE AND ADDRESS THE SKIP-TRACE
                VENDOR SENDS BACK ON THE SKIPTRC FILE; A COLLECTOR
                WORKS THEM HERE.  TYPED WITH NOTHING AFTER THE
                TRANSACTION ID IT LISTS THE OPEN CANDIDATES WITH THE
                VENDOR'S CONFIDENCE SCORE; THE OTHER COMMANDS ARE
                  AC40 L NNNNN      - LIST FROM THAT ACCOUNT ON.
                  AC40 A NNNNN SSS  - ACCEPT CANDIDATE SSS.
                  AC40 R NNNNN SSS  - REJECT CANDIDATE SSS.
                AN ACCEPTANCE IS APPLIED EXACTLY AS AN AC02
                CORRECTION WOULD BE, AND NEEDS THE SAME OPAUTH 'M'
                AUTHORITY (A REFUSAL IS WRITTEN TO ACCTAUD AS A TYPE
                'U' RECORD): THE ACCOUNT IS RESERVED THROUGH THE
                'AC0' USE-QID QUEUE AND ACCTLOCK, THE TELEPHONE
                (CLEARING TELFLDO) OR ADDRESS (CLEARING MAILFLDO AND
                ITS REASON AND DATE) IS REPLACED ON THE MASTER, THE
                ACCTIX AND ACCTTEL INDEX IMAGES ARE REFRESHED AND THE
                AFTER-IMAGE IS WRITTEN TO ACCTAUD AS A TYPE 'I'
                RECORD.  EITHER DECISION CLOSES THE CANDIDATE WITH
                THE DATE AND OPERATOR AND IS JOURNALED AS A TYPE '3'
                RECORD CARRYING THE CANDIDATE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  SKIPTRC-LNG            PIC S9(4) COMP VALUE +150.
           02  ACCTIX-LNG             PIC S9(4) COMP VALUE +400.
           02  TELNUM-LNG             PIC S9(4) COMP VALUE +60.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  SKP-INPUT.
               04  SI-ACTION          PIC X.
               04  FILLER             PIC X.
               04  SI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  SI-SEQ             PIC X(3).
               04  SI-SEQ-N REDEFINES SI-SEQ PIC 9(3).
           02  SKP-LNG                PIC S9(4) COMP VALUE +11.
           02  OPAUTH-RIDFLD          PIC X(3).
           02  AUTH-CNT               PIC S9(4) COMP VALUE +0.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  MAX-LINES              PIC S9(4) COMP VALUE +6.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  BR-KEY.
               04  BR-ACCT            PIC X(5).
               04  BR-SEQ             PIC 9(3).
           02  OLD-TELKEY.
               04  TLOLD-TEL          PIC X(10).
               04  TLOLD-ACCT         PIC X(5).
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
           02  CAND-SW                PIC X VALUE 'N'.
               88  CAND-OK                VALUE 'Y'.
           02  OWN-SW                 PIC X VALUE 'N'.
               88  OWN-HELD               VALUE 'Y'.
           02  SKP-LINE.
               04  SKL-ACCT           PIC X(5).
               04  FILLER             PIC X VALUE SPACE.
               04  SKL-SEQ            PIC 9(3).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SKL-KIND           PIC X(4).
               04  FILLER             PIC X VALUE SPACE.
               04  SKL-SCORE          PIC ZZ9.
               04  FILLER             PIC X(2) VALUE SPACES.
               04  SKL-DATA.
                   06  SKL-ADDR1      PIC X(24).
                   06  FILLER         PIC X VALUE SPACE.
                   06  SKL-ADDR3      PIC X(16).
           02  USE-MSG.
               04  FILLER             PIC X(47) VALUE
                   'THIS ACCOUNT NUMBER ALREADY IN USE AT TERMINAL '.
               04  USE-MSG-TERM       PIC X(4).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT104'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  SKIPTRC-REC. COPY SKIPTRC.
       01  OPAUTH-REC. COPY OPAUTH.
       01  ACCTAUD-REC. COPY ACCTAUD.
       01  ACCTLOCK-REC. COPY ACCTLOCK.
       01  TELNUM-REC. COPY TELNUM.
       01  ACCTIX-REC.
           02  IX-KEY.
               04  IX-SNAME           PIC X(12).
               04  IX-ACCT            PIC X(5).
           02  IX-IMAGE               PIC X(383).
       01  ACCTTEL-REC.
           02  TL-KEY.
               04  TL-TEL             PIC X(10).
               04  TL-ACCT            PIC X(5).
           02  TL-IMAGE               PIC X(383).
           COPY ACCTSET.
           COPY DFHAID.
           COPY DFHBMSCA.
       PROCEDURE DIVISION.
       INIT.
           EXEC CICS HANDLE CONDITION QIDERR(RSRV-1)
               ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMNUI.
           IF EIBAID = DFHCLEAR,
               EXEC CICS XCTL PROGRAM('ACCTMENU') END-EXEC.
           MOVE SPACES TO SKP-INPUT.
           EXEC CICS RECEIVE INTO(SKP-INPUT) LENGTH(SKP-LNG)
               RESP(WS-RESP) END-EXEC.
           IF SI-ACTION = 'A' OR SI-ACTION = 'R',
               GO TO DECIDE.
           IF SI-ACTION NOT = 'L' AND SI-ACTION NOT = SPACE,
               MOVE 'ACTION MUST BE L (LIST), A (ACCEPT) OR R (REJECT)'
                   TO MSGMO, GO TO SEND-SCREEN.
       LIST-OPEN.
           MOVE 'SKIP-TRACE CANDIDATES - AC40 A/R NNNNN SSS TO DECIDE'
               TO MSGMO.
           MOVE 0 TO LINE-CNT.
           MOVE LOW-VALUES TO BR-KEY.
           IF SI-ACCT NUMERIC,
               MOVE SI-ACCT TO BR-ACCT, MOVE 0 TO BR-SEQ.
           EXEC CICS HANDLE CONDITION NOTFND(LIST-DONE)
               ENDFILE(LIST-DONE) END-EXEC.
           EXEC CICS STARTBR DATASET('SKIPTRC') RIDFLD(BR-KEY) GTEQ
               END-EXEC.
       LIST-LOOP.
           IF LINE-CNT = MAX-LINES GO TO LIST-FULL.
           EXEC CICS READNEXT DATASET('SKIPTRC') INTO(SKIPTRC-REC)
               LENGTH(SKIPTRC-LNG) RIDFLD(BR-KEY) END-EXEC.
           IF NOT SK-OPEN GO TO LIST-LOOP.
           ADD 1 TO LINE-CNT.
           MOVE SPACES TO SKL-DATA.
           MOVE SK-ACCT TO SKL-ACCT.
           MOVE SK-SEQ TO SKL-SEQ.
           MOVE SK-SCORE TO SKL-SCORE.
           IF SK-PHONE,
               MOVE 'TEL' TO SKL-KIND,
               MOVE SK-TEL TO SKL-ADDR1
           ELSE
               MOVE 'ADDR' TO SKL-KIND,
               MOVE SK-ADDR1 TO SKL-ADDR1,
               MOVE SK-ADDR3 TO SKL-ADDR3.
           MOVE SKP-LINE TO SUMLNMO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-FULL.
           EXEC CICS ENDBR DATASET('SKIPTRC') END-EXEC.
           MOVE 'MORE - AC40 L NNNNN LISTS FROM THE LAST ACCOUNT SHOWN'
               TO MSGMO.
           GO TO SEND-SCREEN.
       LIST-DONE.
           IF LINE-CNT > 0,
               EXEC CICS ENDBR DATASET('SKIPTRC') END-EXEC,
               GO TO SEND-SCREEN.
           MOVE 'NO SKIP-TRACE CANDIDATES ARE WAITING' TO MSGMO.
           GO TO SEND-SCREEN.
       DECIDE.
           IF SI-ACCT < '10000' OR SI-ACCT > '99999' OR
               SI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF SI-SEQ NOT NUMERIC,
               MOVE 'CANDIDATE NO. MUST BE 3 DIGITS - AC40 A 12345 001'
                   TO MSGMO, GO TO SEND-SCREEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           IF SI-ACTION = 'A' GO TO CK-AUTH.
      *****************************************************************
      * A REJECTION TOUCHES ONLY THE QUEUE.
      *****************************************************************
       DECIDE-REJECT.
           PERFORM READ-CANDIDATE THRU READ-CANDIDATE-EXIT.
           IF NOT CAND-OK GO TO SEND-SCREEN.
           MOVE 'R' TO SK-STATUS.
           PERFORM CLOSE-CANDIDATE THRU CLOSE-CANDIDATE-EXIT.
           MOVE 'CANDIDATE REJECTED' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * AN ACCEPTANCE CHANGES THE MASTER, SO IT TAKES THE SAME
      * AUTHORITY AND THE SAME RESERVATION AS AN AC02 MODIFY.
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
       CK-USE.
           MOVE SI-ACCT TO USE-QID2.
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
           GO TO DECIDE-ACCEPT.
       RSRV-1.
           MOVE EIBTRMID TO USE-TERM, MOVE EIBTIME TO USE-TIME.
           MOVE EIBDATE TO USE-DATE.
           EXEC CICS WRITEQ TS QUEUE(USE-QID) FROM(USE-REC)
               LENGTH(12) END-EXEC.
           MOVE 'Y' TO OWN-SW.
           PERFORM WRITE-ACCT-LOCK THRU WRITE-ACCT-LOCK-EXIT.
       DECIDE-ACCEPT.
           PERFORM READ-CANDIDATE THRU READ-CANDIDATE-EXIT.
           IF NOT CAND-OK GO TO RELEASE-ACCT.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(SI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               EXEC CICS UNLOCK DATASET('SKIPTRC') END-EXEC,
               MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO,
               GO TO RELEASE-ACCT.
           MOVE TELDO TO TLOLD-TEL.
           MOVE SI-ACCT TO TLOLD-ACCT.
           IF SK-PHONE,
               MOVE SK-TEL TO TELDO,
               MOVE SPACE TO TELFLDO,
               MOVE 'TELEPHONE REPLACED, BAD-NUMBER FLAG CLEARED'
                   TO MSGMO
           ELSE
               MOVE SK-ADDR1 TO ADDR1DO,
               MOVE SK-ADDR2 TO ADDR2DO,
               MOVE SK-ADDR3 TO ADDR3DO,
               MOVE SPACE TO MAILFLDO, MAILRSDO,
               MOVE ZERO TO MAILDTDO,
               MOVE 'ADDRESS REPLACED, RETURNED-MAIL FLAG CLEARED'
                   TO MSGMO.
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           PERFORM REFRESH-INDEXES THRU REFRESH-INDEXES-EXIT.
           PERFORM WRITE-AFTER-IMAGE THRU WRITE-AFTER-IMAGE-EXIT.
           MOVE 'A' TO SK-STATUS.
           PERFORM CLOSE-CANDIDATE THRU CLOSE-CANDIDATE-EXIT.
       RELEASE-ACCT.
           EXEC CICS DELETEQ TS QUEUE(USE-QID) END-EXEC.
           PERFORM DROP-ACCT-LOCK THRU DROP-ACCT-LOCK-EXIT.
           MOVE 'N' TO OWN-SW.
           GO TO SEND-SCREEN.
       READ-CANDIDATE.
           MOVE 'N' TO CAND-SW.
           MOVE SI-ACCT TO SK-ACCT.
           MOVE SI-SEQ-N TO SK-SEQ.
           EXEC CICS READ DATASET('SKIPTRC') INTO(SKIPTRC-REC)
               RIDFLD(SK-KEY) LENGTH(SKIPTRC-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO SUCH SKIP-TRACE CANDIDATE ON FILE' TO MSGMO,
               GO TO READ-CANDIDATE-EXIT.
           IF NOT SK-OPEN,
               EXEC CICS UNLOCK DATASET('SKIPTRC') END-EXEC,
               MOVE 'THAT CANDIDATE HAS ALREADY BEEN DECIDED' TO MSGMO,
               GO TO READ-CANDIDATE-EXIT.
           MOVE 'Y' TO CAND-SW.
       READ-CANDIDATE-EXIT.
           EXIT.
       CLOSE-CANDIDATE.
           MOVE WS-CCYYMMDD TO SK-DEC-DATE.
           MOVE EIBOPID TO SK-DEC-OPID.
           EXEC CICS REWRITE DATASET('SKIPTRC') FROM(SKIPTRC-REC)
               LENGTH(SKIPTRC-LNG) END-EXEC.
           MOVE SI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE '3' TO AUD-REQC.
           IF SK-ACCEPTED
               MOVE 'SKIP ACCPT' TO AUD-TITLE
           ELSE
               MOVE 'SKIP REJCT' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE SKIPTRC-REC TO AUD-IMAGE (1:150).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       CLOSE-CANDIDATE-EXIT.
           EXIT.
      *    THE NAME AND TELEPHONE INDEXES CARRY THE FULL RECORD
      *    IMAGE.  THE NAME ENTRY IS REWRITTEN IN PLACE; THE
      *    TELEPHONE ENTRY IS DROPPED AND WRITTEN FRESH UNDER THE
      *    CURRENT NUMBER THE WAY AC02 KEEPS IT - UNLESS THE OLD
      *    NUMBER IS STILL ONE OF THE ACCOUNT'S TELNUM NUMBERS.
       REFRESH-INDEXES.
           MOVE SNAMEDO TO IX-SNAME.
           MOVE SI-ACCT TO IX-ACCT.
           EXEC CICS READ DATASET('ACCTIX') INTO(ACCTIX-REC)
               RIDFLD(IX-KEY) LENGTH(ACCTIX-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL),
               MOVE ACCTREC TO IX-IMAGE,
               EXEC CICS REWRITE DATASET('ACCTIX') FROM(ACCTIX-REC)
                   LENGTH(ACCTIX-LNG) RESP(WS-RESP) END-EXEC.
           MOVE SI-ACCT TO TN-ACCT.
           MOVE TLOLD-TEL TO TN-TEL.
           EXEC CICS READ DATASET('TELNUM') INTO(TELNUM-REC)
               RIDFLD(TN-KEY) LENGTH(TELNUM-LNG) RESP(WS-RESP)
               END-EXEC.
           IF TLOLD-TEL NOT = SPACES AND
               WS-RESP NOT = DFHRESP(NORMAL),
               MOVE OLD-TELKEY TO TL-KEY,
               EXEC CICS DELETE DATASET('ACCTTEL') RIDFLD(TL-KEY)
                   RESP(WS-RESP) END-EXEC.
           IF TELDO = SPACES GO TO REFRESH-INDEXES-EXIT.
           MOVE TELDO TO TL-TEL.
           MOVE SI-ACCT TO TL-ACCT.
           EXEC CICS DELETE DATASET('ACCTTEL') RIDFLD(TL-KEY)
               RESP(WS-RESP) END-EXEC.
           MOVE ACCTREC TO TL-IMAGE.
           EXEC CICS WRITE DATASET('ACCTTEL') FROM(ACCTTEL-REC)
               RIDFLD(TL-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       REFRESH-INDEXES-EXIT.
           EXIT.
       WRITE-AFTER-IMAGE.
           MOVE SI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 4 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'I' TO AUD-REQC.
           MOVE 'SKP IMAGE' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE ACCTREC TO AUD-IMAGE (1:383).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-AFTER-IMAGE-EXIT.
           EXIT.
       WRITE-REFUSAL.
           MOVE SI-ACCT TO AUD-ACCT.
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
       WRITE-ACCT-LOCK.
      *    THE RESERVATION IS MIRRORED TO THE ACCTLOCK FILE SO THE
      *    UPDATING BATCH JOBS CAN SEE IT AND SKIP THE RECORD.
           MOVE SI-ACCT TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
           MOVE SI-ACCT TO LK-ACCT.
           MOVE EIBTRMID TO LK-TERM.
           MOVE EIBTIME TO LK-TIME.
           MOVE EIBDATE TO LK-DATE.
           EXEC CICS WRITE DATASET('ACCTLOCK') FROM(ACCTLOCK-REC)
               RIDFLD(LK-ACCT) KEYLENGTH(5) RESP(WS-RESP) END-EXEC.
       WRITE-ACCT-LOCK-EXIT.
           EXIT.
       DROP-ACCT-LOCK.
           MOVE SI-ACCT TO LK-ACCT.
           EXEC CICS DELETE DATASET('ACCTLOCK') RIDFLD(LK-ACCT)
               RESP(WS-RESP) END-EXEC.
       DROP-ACCT-LOCK-EXIT.
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
