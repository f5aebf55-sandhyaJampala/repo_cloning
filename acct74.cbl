                A DECISION IS KEYED AS
                  AC29 A NNNNN  - APPROVE, THE ACCOUNT GOES LIVE
                        (APPRDO 'A') AND THE KIT MAILS TONIGHT.
                  AC29 D NNNNN R - DECLINE FOR REASON R, THE RECORD IS
                        TOMBSTONED TO ACCTHIST AND ERASED, WITH THE
                        ACCTIX AND ACCTTEL INDEX ENTRIES REMOVED, THE
                        SAME WAY THE AC02 DELETE PATH RETIRES AN
                        ACCOUNT.  THE REASON MUST BE ON CDTABLE AS A
                        TYPE 'X' ADVERSE-ACTION REASON; THE DECLINE
                        QUEUES THE ADVERSE-ACTION NOTICE ON ADVACT,
                        WITH THE NAME AND ADDRESS FROM THE APPLICATION,
                        FOR THE NIGHTLY ACCT114 STEP TO MAIL.
                EITHER DECISION IS WRITTEN TO THE ACCTAUD TRAIL AS A
                TYPE 'P' RECORD.  THE PENDING LIST IS FOUND BY
                SCANNING ACCTFIL; THE QUEUE IS EXPECTED TO STAY
                SHORT, AND AGED STRAGGLERS SURFACE ON THE ACCT30
                DIGEST.  AN ACCOUNT HELD AS A POSSIBLE SANCTIONS
                MATCH (OFACDO 'H', SET BY THE AC02 ADD SCREEN OR THE
                ACCT89 RESCAN) IS LISTED FLAGGED 'OFAC', PENDING OR
                NOT, AND CANNOT BE APPROVED UNTIL THE REVIEWER CLEARS
                THE HOLD:
                  AC29 C NNNNN  - CLEAR, EVERY HELD OFACHIT MATCH FOR
                        THE ACCOUNT IS MARKED CLEARED WITH THE DATE
                        AND OPERATOR, AND EACH CLEARANCE IS WRITTEN
                        TO ACCTAUD AS A TYPE 'O' RECORD.
                AN APPROVAL ALSO ORDERS THE ACCOUNT'S CARDS: A
                PENDING PLASTIC RECORD IS WRITTEN FOR THE PRIMARY
                CARDHOLDER (CARD 01) AND ONE MORE FOR EACH AUTHORIZED
                BUYER ON THE RECORD, AND THE ACCT100 EMBOSSING RUN
                SENDS THEM OUT THAT NIGHT.
                THE OPERATOR WHO KEYED THE APPLICATION ON AC02 (OR
                CHANGED IT THERE SINCE) MAY NOT APPROVE IT: THE
                APPROVAL IS REFUSED AND WRITTEN TO ACCTAUD AS A TYPE
                'U' 'SELF APPR' RECORD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               04  AP-ACTION          PIC X.
               04  FILLER             PIC X.
               04  AP-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  AP-RSN             PIC X.
           02  APPR-LNG               PIC S9(4) COMP VALUE +9.
           02  ADVACT-LNG             PIC S9(4) COMP VALUE +140.
           02  OFACHIT-LNG            PIC S9(4) COMP VALUE +30.
           02  PLASTIC-LNG            PIC S9(4) COMP VALUE +90.
           02  CARD-SEQ               PIC 9(2) VALUE 0.
           02  CARD-HOLDER            PIC X(32).
           02  CARD-SLOT              PIC X.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  CLR-CNT                PIC S9(4) COMP VALUE +0.
           02  CLR-MSG.
               04  FILLER             PIC X(24) VALUE
                   'SANCTIONS HOLD CLEARED, '.
               04  CLR-MSG-CNT        PIC ZZ9.
               04  FILLER             PIC X(17) VALUE
                   ' MATCH(ES) FREED'.
           02  SUPV-RIDFLD            PIC X(3).
           02  AUD-LNG                PIC S9(4) COMP VALUE +781.
           02  KEYER-SW               PIC X VALUE 'N'.
               88  OWN-APPLICATION        VALUE 'Y'.

           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  MAX-LINES              PIC S9(4) COMP VALUE +6.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
               04  APL-OPEN           PIC X(8).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  APL-LIMIT          PIC X(8).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  APL-FLAG           PIC X(4).
           02  IX-DEL-KEY.
               04  IXD-SNAME          PIC X(12).
               04  IXD-ACCT           PIC X(5).
       01  ACCTHIST-REC. COPY ACCTHIST.
       01  SUPV-REC. COPY SUPVTAB.
       01  ACCTAUD-REC. COPY ACCTAUD.
       01  OFACHIT-REC. COPY OFACHIT.
       01  PLASTIC-REC. COPY PLASTIC.
       01  CDTABLE-REC. COPY CDTABLE.
       01  ADVACT-REC. COPY ADVACT.
       01  LIM-ED                     PIC ZZZZ9.99.
           COPY ACCTSET.
           COPY DFHAID.
           MOVE SPACES TO APPR-INPUT.
           EXEC CICS RECEIVE INTO(APPR-INPUT) LENGTH(APPR-LNG)
               RESP(WS-RESP) END-EXEC.
           IF AP-ACTION = 'A' OR AP-ACTION = 'D' OR AP-ACTION = 'C',
               GO TO DECIDE.
       LIST-PENDING.
           MOVE 'PENDING APPLICATIONS - AC29 A/C NNNNN OR D NNNNN R'
               TO MSGMO.
           MOVE 0 TO LINE-CNT.
           MOVE LOW-VALUES TO BR-ACCT.
           IF LINE-CNT = MAX-LINES GO TO LIST-FULL.
           EXEC CICS READNEXT DATASET('ACCTFIL') INTO(ACCTREC)
               LENGTH(ACCT-LNG) RIDFLD(BR-ACCT) END-EXEC.
           IF APPRDO NOT = 'P' AND OFACDO NOT = 'H' GO TO LIST-LOOP.
           ADD 1 TO LINE-CNT.
           MOVE ACCTDO TO APL-ACCT.
           MOVE SNAMEDO TO APL-SNAME.
               MOVE LIM-ED TO APL-LIMIT
           ELSE
               MOVE SPACES TO APL-LIMIT.
           IF OFACDO = 'H'
               MOVE 'OFAC' TO APL-FLAG
           ELSE
               MOVE SPACES TO APL-FLAG.
           MOVE APP-LINE TO SUMLNMO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-FULL.
           EXEC CICS HANDLE CONDITION NOTFND(NO-MASTER) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(AP-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE END-EXEC.
           IF AP-ACTION = 'C' GO TO DECIDE-CLEAR.
           IF APPRDO NOT = 'P',
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'THAT APPLICATION IS NOT PENDING REVIEW' TO MSGMO,
               GO TO SEND-SCREEN.
           IF AP-ACTION = 'D' GO TO DECIDE-DECLINE.
       DECIDE-APPROVE.
           IF OFACDO = 'H',
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'POSSIBLE SANCTIONS MATCH - CLEAR IT FIRST (AC29 C)'
                   TO MSGMO,
               GO TO SEND-SCREEN.
           PERFORM CK-KEYER THRU CK-KEYER-EXIT.
           IF OWN-APPLICATION,
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               PERFORM WRITE-REFUSAL THRU WRITE-REFUSAL-EXIT,
               MOVE
                   'SELF-APPROVAL REFUSED - ANOTHER SUPERVISOR MUST ACT'
                   TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE 'A' TO APPRDO.
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           MOVE 'APPL APPR' TO AUD-TITLE.
           PERFORM WRITE-DECISION THRU WRITE-DECISION-EXIT.
           PERFORM ORDER-CARDS THRU ORDER-CARDS-EXIT.
           MOVE 'APPLICATION APPROVED - ACCOUNT IS LIVE' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * THE NAME AND TELEPHONE INDEX ENTRIES.
      *****************************************************************
       DECIDE-DECLINE.
           IF AP-RSN = SPACE OR AP-RSN = '*',
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'A DECLINE NEEDS A REASON CODE - AC29 D NNNNN R'
                   TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE 'X' TO CD-TYPE, MOVE AP-RSN TO CD-VALUE.
           EXEC CICS READ DATASET('CDTABLE') INTO(CDTABLE-REC)
               RIDFLD(CD-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'REASON CODE NOT ON THE ADVERSE-ACTION TABLE'
                   TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE AP-ACCT TO AH-ACCT.
           MOVE EIBDATE TO AH-DEL-DATE.
           MOVE EIBTIME TO AH-DEL-TIME.
           PERFORM WRITE-DELETE-MARK THRU WRITE-DELETE-MARK-EXIT.
           MOVE 'APPL DECL' TO AUD-TITLE.
           PERFORM WRITE-DECISION THRU WRITE-DECISION-EXIT.
           PERFORM QUEUE-NOTICE THRU QUEUE-NOTICE-EXIT.
           MOVE 'APPLICATION DECLINED - ADVERSE-ACTION NOTICE QUEUED'
               TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * A CLEARANCE RELEASES THE MASTER HOLD AND MARKS EVERY HELD
      * OFACHIT ROW FOR THE ACCOUNT.  THE BROWSE IS CLOSED AROUND
      * EACH UPDATE AND RESTARTED AT THE SAME KEY; THE ROW JUST
      * CLEARED IS SKIPPED THE SECOND TIME BY ITS NEW STATUS.
      *****************************************************************
       DECIDE-CLEAR.
           IF OFACDO NOT = 'H',
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'NO SANCTIONS HOLD ON THAT ACCOUNT' TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE 'C' TO OFACDO.
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           MOVE 0 TO CLR-CNT.
           MOVE AP-ACCT TO OH-ACCT.
           MOVE LOW-VALUES TO OH-UID.
       CLEAR-START.
           EXEC CICS STARTBR DATASET('OFACHIT') RIDFLD(OH-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO CLEAR-DONE.
       CLEAR-NEXT.
           EXEC CICS READNEXT DATASET('OFACHIT') INTO(OFACHIT-REC)
               RIDFLD(OH-KEY) LENGTH(OFACHIT-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR OH-ACCT NOT = AP-ACCT,
               EXEC CICS ENDBR DATASET('OFACHIT') RESP(WS-RESP)
                   END-EXEC,
               GO TO CLEAR-DONE.
           IF NOT OH-HELD GO TO CLEAR-NEXT.
           EXEC CICS ENDBR DATASET('OFACHIT') END-EXEC.
           EXEC CICS READ DATASET('OFACHIT') INTO(OFACHIT-REC)
               RIDFLD(OH-KEY) LENGTH(OFACHIT-LNG) UPDATE END-EXEC.
           MOVE 'C' TO OH-STATUS.
           MOVE EIBDATE TO OH-CLR-DATE.
           MOVE EIBOPID TO OH-CLR-OPID.
           EXEC CICS REWRITE DATASET('OFACHIT') FROM(OFACHIT-REC)
               LENGTH(OFACHIT-LNG) END-EXEC.
           ADD 1 TO CLR-CNT.
           PERFORM WRITE-CLEARANCE THRU WRITE-CLEARANCE-EXIT.
           GO TO CLEAR-START.
       CLEAR-DONE.
           MOVE CLR-CNT TO CLR-MSG-CNT.
           MOVE CLR-MSG TO MSGMO.
           GO TO SEND-SCREEN.
       NO-MASTER.
           MOVE 'NO LOCAL RECORD OF THAT ACCOUNT NUMBER' TO MSGMO.
           MOVE SPACES TO AUD-IMAGE.
           MOVE AP-ACTION TO AUD-IMAGE (1:1).
           MOVE EIBOPID TO AUD-IMAGE (3:3).
           IF AP-ACTION = 'D',
               MOVE AP-RSN TO AUD-IMAGE (7:1).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-DECISION-EXIT.
           EXIT.
      *    THE APPLICATION'S AC02 'ADD IMAGE' AND 'CHG IMAGE' ENTRIES
      *    CARRY THE OPERATOR AT (405:3).  THE TRAIL IS READ FROM THE
      *    TOP; EACH ADD STARTS THE RECKONING AFRESH, SO AN OLDER
      *    ACCOUNT THAT ONCE HELD THE NUMBER DOES NOT COUNT.
       CK-KEYER.
           MOVE 'N' TO KEYER-SW.

           MOVE LOW-VALUES TO AUD-KEY.
           MOVE AP-ACCT TO AUD-ACCT.
           EXEC CICS STARTBR DATASET('ACCTAUD') RIDFLD(AUD-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO CK-KEYER-EXIT.
       CK-KEYER-LOOP.
           EXEC CICS READNEXT DATASET('ACCTAUD') INTO(ACCTAUD-REC)
               LENGTH(AUD-LNG) RIDFLD(AUD-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR AUD-ACCT NOT = AP-ACCT
               GO TO CK-KEYER-DONE.
           IF AUD-REQC NOT = 'I' GO TO CK-KEYER-LOOP.
           IF AUD-TITLE = 'ADD IMAGE',
               MOVE 'N' TO KEYER-SW.
           IF AUD-TITLE NOT = 'ADD IMAGE' AND
               AUD-TITLE NOT = 'CHG IMAGE'
               GO TO CK-KEYER-LOOP.
           IF AUD-IMAGE (405:3) = EIBOPID,
               MOVE 'Y' TO KEYER-SW.
           GO TO CK-KEYER-LOOP.
       CK-KEYER-DONE.
           EXEC CICS ENDBR DATASET('ACCTAUD') RESP(WS-RESP) END-EXEC.
       CK-KEYER-EXIT.
           EXIT.
      *    A REFUSED SELF-APPROVAL IS JOURNALED THE WAY AC01 JOURNALS
      *    AN UNAUTHORIZED REQUEST: THE OPERATOR AT (1:3) AND THE KIND
      *    OF DECISION AT (5:1).
       WRITE-REFUSAL.
           MOVE AP-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'U' TO AUD-REQC.
           MOVE 'SELF APPR' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE EIBOPID TO AUD-IMAGE (1:3).
           MOVE 'P' TO AUD-IMAGE (5:1).

           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-REFUSAL-EXIT.
           EXIT.
      *****************************************************************
      * THE DECLINE NOTICE CARRIES THE APPLICANT'S NAME AND ADDRESS
      * FROM THE RECORD JUST TOMBSTONED AND THE REVIEWER'S REASON.
      *****************************************************************
       QUEUE-NOTICE.
           MOVE SPACES TO ADVACT-REC.
           MOVE AP-ACCT TO AV-ACCT.
           MOVE EIBDATE TO AV-DATE, MOVE EIBTIME TO AV-TIME.
           MOVE 'D' TO AV-KIND, MOVE 'S' TO AV-STATUS.
           MOVE EIBOPID TO AV-OPID.
           MOVE AP-RSN TO AV-RSN (1).
           IF LIMITDO NUMERIC,
               MOVE LIMITDO TO LIM-ED, MOVE LIM-ED TO AV-NEW-LIMIT.
           MOVE FNAMEDO TO AV-FNAME, MOVE SNAMEDO TO AV-SNAME.
           MOVE ADDR1DO TO AV-ADDR1, MOVE ADDR2DO TO AV-ADDR2.
           MOVE ADDR3DO TO AV-ADDR3, MOVE LANGDO TO AV-LANG.
           MOVE 0 TO AV-MAIL-DATE.
           EXEC CICS WRITE DATASET('ADVACT') FROM(ADVACT-REC)
               RIDFLD(AV-KEY) LENGTH(ADVACT-LNG) KEYLENGTH(13)
               RESP(WS-RESP) END-EXEC.
       QUEUE-NOTICE-EXIT.
           EXIT.
      *****************************************************************
      * ONE PENDING CARD FOR THE PRIMARY CARDHOLDER AND ONE FOR EACH
      * AUTHORIZED BUYER, NUMBERED FROM 01 IN THAT ORDER.
      *****************************************************************
       ORDER-CARDS.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           MOVE 0 TO CARD-SEQ.
           MOVE SPACES TO CARD-HOLDER.
           STRING FNAMEDO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               SNAMEDO DELIMITED BY SPACE
               INTO CARD-HOLDER.
           MOVE 'P' TO CARD-SLOT.
           PERFORM WRITE-CARD THRU WRITE-CARD-EXIT.
           MOVE AUTH1DO TO CARD-HOLDER, MOVE '1' TO CARD-SLOT.
           PERFORM WRITE-CARD THRU WRITE-CARD-EXIT.
           MOVE AUTH2DO TO CARD-HOLDER, MOVE '2' TO CARD-SLOT.
           PERFORM WRITE-CARD THRU WRITE-CARD-EXIT.
           MOVE AUTH3DO TO CARD-HOLDER, MOVE '3' TO CARD-SLOT.
           PERFORM WRITE-CARD THRU WRITE-CARD-EXIT.
           MOVE AUTH4DO TO CARD-HOLDER, MOVE '4' TO CARD-SLOT.
           PERFORM WRITE-CARD THRU WRITE-CARD-EXIT.
       ORDER-CARDS-EXIT.
           EXIT.
       WRITE-CARD.
           IF CARD-HOLDER = SPACES GO TO WRITE-CARD-EXIT.
           ADD 1 TO CARD-SEQ.
           MOVE SPACES TO PLASTIC-REC.
           MOVE AP-ACCT TO PC-ACCT.
           MOVE CARD-SEQ TO PC-SEQ.
           MOVE 'P' TO PC-STATUS.
           MOVE CARD-HOLDER TO PC-HOLDER.
           MOVE CARD-SLOT TO PC-SLOT.
           MOVE 'N' TO PC-REASON.
           MOVE 0 TO PC-EXPIRY, PC-ISSUE-DATE, PC-REPL-SEQ,
               PC-BLOCK-DATE.
           MOVE WS-CCYYMMDD TO PC-REQ-DATE.
           MOVE EIBOPID TO PC-OPID.
           EXEC CICS WRITE DATASET('PLASTIC') FROM(PLASTIC-REC)
               RIDFLD(PC-KEY) LENGTH(PLASTIC-LNG) RESP(WS-RESP)
               END-EXEC.
       WRITE-CARD-EXIT.
           EXIT.
       WRITE-CLEARANCE.
           MOVE AP-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE CLR-CNT TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'O' TO AUD-REQC.
           MOVE 'OFAC CLEAR' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE 'C' TO AUD-IMAGE (1:1).
           MOVE OH-UID TO AUD-IMAGE (3:6).
           MOVE EIBOPID TO AUD-IMAGE (10:3).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-CLEARANCE-EXIT.
           EXIT.
       WRITE-DELETE-MARK.
           MOVE AP-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
