       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT101.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC39'
                TRANSACTION, THE LOST/STOLEN CARD REPORT.  ANY
                OPERATOR MAY USE IT WHILE THE CUSTOMER IS ON THE
                PHONE.  TYPED WITH JUST AN ACCOUNT NUMBER IT LISTS
                THE ACCOUNT'S CARDS FROM THE PLASTIC FILE; A REPORT
                IS KEYED AS
                  AC39 NNNNN L SS  - CARD SS REPORTED LOST.
                  AC39 NNNNN S SS  - CARD SS REPORTED STOLEN.
                ONLY AN ACTIVE CARD CAN BE REPORTED.  IT IS BLOCKED
                AT ONCE - AC24 DECLINES IT FROM THEN ON - AND A
                REPLACEMENT FOR THE SAME CARDHOLDER IS WRITTEN
                PENDING UNDER THE NEXT FREE CARD NUMBER, TO GO OUT ON
                THE NEXT ACCT100 EMBOSSING RUN.  THE BLOCKED CARD
                CARRIES THE REPLACEMENT'S NUMBER, AND THE REPORT IS
                WRITTEN TO THE ACCTAUD TRAIL AS A TYPE '2' RECORD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  PLASTIC-LNG            PIC S9(4) COMP VALUE +90.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  CARD-INPUT.
               04  CI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  CI-ACTION          PIC X.
               04  FILLER             PIC X.
               04  CI-SEQ             PIC X(2).
               04  CI-SEQ-N REDEFINES CI-SEQ PIC 9(2).
           02  CARD-LNG               PIC S9(4) COMP VALUE +10.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  MAX-LINES              PIC S9(4) COMP VALUE +6.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  BR-KEY.
               04  BR-ACCT            PIC X(5).
               04  BR-SEQ             PIC 9(2).
           02  HIGH-SEQ               PIC 9(2) VALUE 0.
           02  NEW-SEQ                PIC 9(2) VALUE 0.
           02  CARD-LINE.
               04  CDL-SEQ            PIC 9(2).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CDL-HOLDER         PIC X(32).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CDL-STATUS         PIC X(8).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  CDL-EXPIRY         PIC 9(6) BLANK WHEN ZERO.
           02  BLK-MSG.
               04  FILLER             PIC X(5) VALUE 'CARD '.
               04  BLK-MSG-SEQ        PIC 9(2).
               04  FILLER             PIC X(25) VALUE
                   ' BLOCKED - REPLACEMENT IS'.
               04  FILLER             PIC X(6) VALUE ' CARD '.
               04  BLK-MSG-NEW        PIC 9(2).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT101'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  PLASTIC-REC. COPY PLASTIC.
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
           MOVE SPACES TO CARD-INPUT.
           EXEC CICS RECEIVE INTO(CARD-INPUT) LENGTH(CARD-LNG)
               RESP(WS-RESP) END-EXEC.
           IF CI-ACCT < '10000' OR CI-ACCT > '99999' OR
               CI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(CI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO,
               GO TO SEND-SCREEN.
           IF CI-ACTION = 'L' OR CI-ACTION = 'S',
               GO TO REPORT-CARD.
           IF CI-ACTION NOT = SPACE,
               MOVE 'ACTION MUST BE L (LOST) OR S (STOLEN)' TO MSGMO,
               GO TO SEND-SCREEN.
      *****************************************************************
      * THE ACCOUNT'S CARDS, OLDEST FIRST.
      *****************************************************************
       LIST-CARDS.
           MOVE 'CARDS ON FILE - AC39 NNNNN L/S SS TO REPORT ONE'
               TO MSGMO.
           MOVE 0 TO LINE-CNT.
           MOVE CI-ACCT TO BR-ACCT.
           MOVE 0 TO BR-SEQ.
           EXEC CICS HANDLE CONDITION NOTFND(LIST-DONE)
               ENDFILE(LIST-DONE) END-EXEC.
           EXEC CICS STARTBR DATASET('PLASTIC') RIDFLD(BR-KEY) GTEQ
               END-EXEC.
       LIST-LOOP.
           IF LINE-CNT = MAX-LINES GO TO LIST-FULL.
           EXEC CICS READNEXT DATASET('PLASTIC') INTO(PLASTIC-REC)
               LENGTH(PLASTIC-LNG) RIDFLD(BR-KEY) END-EXEC.
           IF PC-ACCT NOT = CI-ACCT GO TO LIST-END.
           ADD 1 TO LINE-CNT.
           MOVE PC-SEQ TO CDL-SEQ.
           MOVE PC-HOLDER TO CDL-HOLDER.
           MOVE PC-EXPIRY TO CDL-EXPIRY.
           MOVE 'PENDING' TO CDL-STATUS.
           IF PC-ACTIVE MOVE 'ACTIVE' TO CDL-STATUS.
           IF PC-LOST MOVE 'LOST' TO CDL-STATUS.
           IF PC-STOLEN MOVE 'STOLEN' TO CDL-STATUS.
           IF PC-CLOSED MOVE 'CLOSED' TO CDL-STATUS.
           MOVE CARD-LINE TO SUMLNMO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-FULL.
           EXEC CICS ENDBR DATASET('PLASTIC') END-EXEC.
           MOVE 'MORE CARDS ON FILE THAN SHOWN' TO MSGMO.
           GO TO SEND-SCREEN.
       LIST-END.
           EXEC CICS ENDBR DATASET('PLASTIC') END-EXEC.
       LIST-DONE.
           IF LINE-CNT = 0,
               MOVE 'NO CARDS ON FILE FOR THIS ACCOUNT' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * BLOCK THE CARD AND WRITE ITS REPLACEMENT.  THE NEXT FREE CARD
      * NUMBER IS FOUND BEFORE THE CARD IS READ FOR UPDATE.
      *****************************************************************
       REPORT-CARD.
           IF CI-SEQ NOT NUMERIC OR CI-SEQ-N = 0,
               MOVE 'CARD NO. MUST BE TWO DIGITS - AC39 12345 L 01'
                   TO MSGMO, GO TO SEND-SCREEN.
           PERFORM FIND-HIGH-SEQ THRU FIND-HIGH-SEQ-EXIT.
           IF HIGH-SEQ = 99,
               MOVE 'NO CARD NUMBERS LEFT ON THIS ACCOUNT' TO MSGMO,
               GO TO SEND-SCREEN.
           COMPUTE NEW-SEQ = HIGH-SEQ + 1.
           MOVE CI-ACCT TO PC-ACCT.
           MOVE CI-SEQ-N TO PC-SEQ.
           EXEC CICS READ DATASET('PLASTIC') INTO(PLASTIC-REC)
               RIDFLD(PC-KEY) LENGTH(PLASTIC-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO SUCH CARD ON THIS ACCOUNT' TO MSGMO,
               GO TO SEND-SCREEN.
           IF NOT PC-ACTIVE,
               EXEC CICS UNLOCK DATASET('PLASTIC') END-EXEC,
               MOVE 'ONLY AN ACTIVE CARD CAN BE REPORTED' TO MSGMO,
               GO TO SEND-SCREEN.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           MOVE CI-ACTION TO PC-STATUS.
           MOVE WS-CCYYMMDD TO PC-BLOCK-DATE.
           MOVE NEW-SEQ TO PC-REPL-SEQ.
           EXEC CICS REWRITE DATASET('PLASTIC') FROM(PLASTIC-REC)
               LENGTH(PLASTIC-LNG) END-EXEC.
           PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT.
           MOVE NEW-SEQ TO PC-SEQ.
           MOVE 'P' TO PC-STATUS.
           MOVE 'L' TO PC-REASON.
           MOVE 0 TO PC-EXPIRY, PC-ISSUE-DATE, PC-REPL-SEQ,
               PC-BLOCK-DATE.
           MOVE WS-CCYYMMDD TO PC-REQ-DATE.
           MOVE EIBOPID TO PC-OPID.
           EXEC CICS WRITE DATASET('PLASTIC') FROM(PLASTIC-REC)
               RIDFLD(PC-KEY) LENGTH(PLASTIC-LNG) END-EXEC.
           MOVE CI-SEQ-N TO BLK-MSG-SEQ.
           MOVE NEW-SEQ TO BLK-MSG-NEW.
           MOVE BLK-MSG TO MSGMO.
           GO TO SEND-SCREEN.
       FIND-HIGH-SEQ.
           MOVE 0 TO HIGH-SEQ.
           MOVE CI-ACCT TO BR-ACCT.
           MOVE 0 TO BR-SEQ.
           EXEC CICS HANDLE CONDITION NOTFND(FIND-HIGH-SEQ-EXIT)
               ENDFILE(FIND-HIGH-SEQ-END) END-EXEC.
           EXEC CICS STARTBR DATASET('PLASTIC') RIDFLD(BR-KEY) GTEQ
               END-EXEC.
       FIND-HIGH-SEQ-LOOP.
           EXEC CICS READNEXT DATASET('PLASTIC') INTO(PLASTIC-REC)
               LENGTH(PLASTIC-LNG) RIDFLD(BR-KEY) END-EXEC.
           IF PC-ACCT NOT = CI-ACCT GO TO FIND-HIGH-SEQ-END.
           MOVE PC-SEQ TO HIGH-SEQ.
           GO TO FIND-HIGH-SEQ-LOOP.
       FIND-HIGH-SEQ-END.
           EXEC CICS ENDBR DATASET('PLASTIC') END-EXEC.
       FIND-HIGH-SEQ-EXIT.
           EXIT.
       WRITE-REPORT.
           MOVE CI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE '2' TO AUD-REQC.
           MOVE 'CARD BLOCK' TO AUD-TITLE.
           IF CI-ACTION = 'L' MOVE 'CARD LOST' TO AUD-TITLE.
           IF CI-ACTION = 'S' MOVE 'CARD STOLN' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE CI-ACTION TO AUD-IMAGE (1:1).
           MOVE CI-SEQ TO AUD-IMAGE (3:2).
           MOVE NEW-SEQ TO AUD-IMAGE (6:2).
           MOVE EIBOPID TO AUD-IMAGE (9:3).
           MOVE PC-HOLDER TO AUD-IMAGE (13:32).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-REPORT-EXIT.
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
