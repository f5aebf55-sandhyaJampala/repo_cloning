       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT99.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC38'
                TRANSACTION, THE FRAUD REVIEW QUEUE.  WHEN ONE OF THE
                FRAUDRUL PATTERN RULES HITS ON AN 'AC24'
                AUTHORIZATION, THE PURCHASE IS DECLINED, THE ACCOUNT
                IS MOVED TO THE RULE'S REVIEW STATUS AND AN OPEN ROW
                IS WRITTEN TO FRAUDREV; EVERY LATER PURCHASE DECLINES
                UNTIL A SUPERVISOR DECIDES THE ROW HERE.  ONLY
                OPERATORS PROVISIONED IN SUPVTAB MAY USE IT.  TYPED
                WITH NOTHING AFTER THE TRANSACTION ID IT LISTS THE
                OPEN REVIEWS; THE OTHER COMMANDS ARE
                  AC38 L NNNNN  - LIST FROM THAT ACCOUNT ON.
                  AC38 C NNNNN  - CLEAR, NOT FRAUD: THE ACCOUNT GOES
                        BACK TO THE STATUS IT HAD BEFORE THE HIT,
                        PROVIDED NOBODY HAS CHANGED IT SINCE.
                  AC38 F NNNNN  - CONFIRM, FRAUD: THE ACCOUNT MOVES
                        TO THE RULE'S CONFIRMED STATUS, IF THE
                        STATTAB RULES ALLOW THAT TRANSITION (A
                        REFUSAL IS JOURNALED AS A TYPE 'S' RECORD
                        AND THE REVIEW STAYS OPEN).
                EITHER DECISION CLOSES THE FRAUDREV ROW WITH THE DATE
                AND OPERATOR AND IS WRITTEN TO THE ACCTAUD TRAIL AS A
                TYPE '1' RECORD, THE SAME TYPE AC24 WRITES FOR THE
                HIT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  FRAUDREV-LNG           PIC S9(4) COMP VALUE +80.
           02  STATTAB-LNG            PIC S9(4) COMP VALUE +41.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  REV-INPUT.
               04  RV-ACTION          PIC X.
               04  FILLER             PIC X.
               04  RV-ACCT            PIC X(5).
           02  REV-LNG                PIC S9(4) COMP VALUE +7.
           02  SUPV-RIDFLD            PIC X(3).
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  MAX-LINES              PIC S9(4) COMP VALUE +6.
           02  BR-ACCT                PIC X(5).
           02  SB-SUB                 PIC S9(4) COMP VALUE +0.
           02  TRANS-OK-SW            PIC X VALUE 'N'.
               88  TRANS-OK               VALUE 'Y'.
           02  STAT-BEFORE            PIC X(2) VALUE SPACES.
           02  STAT-AFTER             PIC X(2) VALUE SPACES.
           02  REV-LINE.
               04  RVL-ACCT           PIC X(5).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  RVL-RULE           PIC X(2).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  RVL-AMT            PIC X(8).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  RVL-PRIOR          PIC X(2).
               04  FILLER             PIC X VALUE '>'.
               04  RVL-REVIEW         PIC X(2).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  RVL-DETAIL         PIC X(20).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  RVL-OPID           PIC X(3).
           02  CLR-MSG.
               04  FILLER             PIC X(32) VALUE
                   'REVIEW CLEARED - STATUS BACK TO '.
               04  CLR-MSG-STAT       PIC X(2).
           02  CNF-MSG.
               04  FILLER             PIC X(29) VALUE
                   'FRAUD CONFIRMED - STATUS NOW '.
               04  CNF-MSG-STAT       PIC X(2).
           02  REF-MSG.
               04  FILLER             PIC X(23) VALUE
                   'STATTAB DOES NOT ALLOW '.
               04  REF-MSG-FROM       PIC X(2).
               04  FILLER             PIC X(4) VALUE ' TO '.
               04  REF-MSG-TO         PIC X(2).
               04  FILLER             PIC X(13) VALUE
                   ' - STILL OPEN'.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT99'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  FRAUDREV-REC. COPY FRAUDREV.
       01  STATTAB-REC. COPY STATTAB.
       01  SUPV-REC. COPY SUPVTAB.
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
           MOVE EIBOPID TO SUPV-RIDFLD.
           EXEC CICS READ DATASET('SUPVTAB') INTO(SUPV-REC)
               RIDFLD(SUPV-RIDFLD) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NOT AUTHORIZED - SUPERVISORS ONLY' TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE SPACES TO REV-INPUT.
           EXEC CICS RECEIVE INTO(REV-INPUT) LENGTH(REV-LNG)
               RESP(WS-RESP) END-EXEC.
           IF RV-ACTION = 'C' OR RV-ACTION = 'F',
               GO TO DECIDE.
           IF RV-ACTION NOT = 'L' AND RV-ACTION NOT = SPACE,
               MOVE 'ACTION MUST BE L (LIST), C (CLEAR) OR F (CONFIRM)'
                   TO MSGMO, GO TO SEND-SCREEN.
       LIST-OPEN.
           MOVE 'OPEN FRAUD REVIEWS - AC38 C/F NNNNN TO DECIDE'
               TO MSGMO.
           MOVE 0 TO LINE-CNT.
           MOVE LOW-VALUES TO BR-ACCT.
           IF RV-ACCT NUMERIC,
               MOVE RV-ACCT TO BR-ACCT.
           EXEC CICS HANDLE CONDITION NOTFND(LIST-DONE)
               ENDFILE(LIST-DONE) END-EXEC.
           EXEC CICS STARTBR DATASET('FRAUDREV') RIDFLD(BR-ACCT) GTEQ
               END-EXEC.
       LIST-LOOP.
           IF LINE-CNT = MAX-LINES GO TO LIST-FULL.
           EXEC CICS READNEXT DATASET('FRAUDREV') INTO(FRAUDREV-REC)
               LENGTH(FRAUDREV-LNG) RIDFLD(BR-ACCT) END-EXEC.
           IF NOT FQ-OPEN GO TO LIST-LOOP.
           ADD 1 TO LINE-CNT.
           MOVE FQ-ACCT TO RVL-ACCT.
           MOVE FQ-RULE TO RVL-RULE.
           MOVE FQ-AMT TO RVL-AMT.
           MOVE FQ-PRIOR-STAT TO RVL-PRIOR.
           MOVE FQ-REVIEW-STAT TO RVL-REVIEW.
           MOVE FQ-DETAIL TO RVL-DETAIL.
           MOVE FQ-OPID TO RVL-OPID.
           MOVE REV-LINE TO SUMLNMO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-FULL.
           EXEC CICS ENDBR DATASET('FRAUDREV') END-EXEC.
           MOVE 'MORE - AC38 L NNNNN LISTS FROM THE LAST ACCOUNT SHOWN'
               TO MSGMO.
           GO TO SEND-SCREEN.
       LIST-DONE.
           IF LINE-CNT > 0,
               EXEC CICS ENDBR DATASET('FRAUDREV') END-EXEC,
               GO TO SEND-SCREEN.
           MOVE 'NO ACCOUNTS ARE WAITING ON FRAUD REVIEW' TO MSGMO.
           GO TO SEND-SCREEN.
       DECIDE.
           IF RV-ACCT < '10000' OR RV-ACCT > '99999' OR
               RV-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           MOVE RV-ACCT TO FQ-ACCT.
           EXEC CICS READ DATASET('FRAUDREV') INTO(FRAUDREV-REC)
               RIDFLD(FQ-ACCT) LENGTH(FRAUDREV-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO FRAUD REVIEW ON FILE FOR THAT ACCOUNT' TO MSGMO,
               GO TO SEND-SCREEN.
           IF NOT FQ-OPEN,
               EXEC CICS UNLOCK DATASET('FRAUDREV') END-EXEC,
               MOVE 'THAT FRAUD REVIEW HAS ALREADY BEEN DECIDED'
                   TO MSGMO,
               GO TO SEND-SCREEN.
           EXEC CICS HANDLE CONDITION NOTFND(NO-MASTER) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(RV-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE END-EXEC.
           MOVE STATDO TO STAT-BEFORE, STAT-AFTER.
           IF RV-ACTION = 'F' GO TO DECIDE-CONFIRM.
      *****************************************************************
      * A CLEAR UNDOES THE MOVE THE RULE MADE - ONLY WHEN THE ACCOUNT
      * IS STILL IN THE REVIEW STATUS THE HIT PUT IT IN.
      *****************************************************************
       DECIDE-CLEAR.
           IF FQ-REVIEW-STAT NOT = SPACES AND
               STATDO = FQ-REVIEW-STAT,
               MOVE FQ-PRIOR-STAT TO STATDO, STAT-AFTER,
               EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
                   LENGTH(ACCT-LNG) END-EXEC
           ELSE
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC.
           MOVE 'C' TO FQ-STATUS.
           PERFORM CLOSE-REVIEW THRU CLOSE-REVIEW-EXIT.
           MOVE 'FRAUD CLR' TO AUD-TITLE.
           PERFORM WRITE-DECISION THRU WRITE-DECISION-EXIT.
           MOVE STAT-AFTER TO CLR-MSG-STAT.
           MOVE CLR-MSG TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * A CONFIRMATION MOVES THE ACCOUNT TO THE CONFIRMED STATUS
      * UNDER THE STATTAB RULES; A SUPERVISOR MAY MAKE A TRANSITION
      * THE TABLE KEEPS FOR SUPERVISORS.
      *****************************************************************
       DECIDE-CONFIRM.
           IF STATDO = FQ-CONF-STAT GO TO DECIDE-CONFIRM-DONE.
           PERFORM CK-TRANSITION THRU CK-TRANSITION-EXIT.
           IF NOT TRANS-OK,
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               EXEC CICS UNLOCK DATASET('FRAUDREV') END-EXEC,
               PERFORM WRITE-REFUSAL THRU WRITE-REFUSAL-EXIT,
               MOVE STATDO TO REF-MSG-FROM,
               MOVE FQ-CONF-STAT TO REF-MSG-TO,
               MOVE REF-MSG TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE FQ-CONF-STAT TO STATDO, STAT-AFTER.
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           GO TO DECIDE-CONFIRM-CLOSE.
       DECIDE-CONFIRM-DONE.
           EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC.
       DECIDE-CONFIRM-CLOSE.
           MOVE 'F' TO FQ-STATUS.
           PERFORM CLOSE-REVIEW THRU CLOSE-REVIEW-EXIT.
           MOVE 'FRAUD CONF' TO AUD-TITLE.
           PERFORM WRITE-DECISION THRU WRITE-DECISION-EXIT.
           MOVE STAT-AFTER TO CNF-MSG-STAT.
           MOVE CNF-MSG TO MSGMO.
           GO TO SEND-SCREEN.
       NO-MASTER.
           EXEC CICS UNLOCK DATASET('FRAUDREV') END-EXEC.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO.
           GO TO SEND-SCREEN.
       CK-TRANSITION.
           MOVE 'N' TO TRANS-OK-SW.
           MOVE STATDO TO SB-STATUS.
           EXEC CICS READ DATASET('STATTAB') INTO(STATTAB-REC)
               RIDFLD(SB-STATUS) LENGTH(STATTAB-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'Y' TO TRANS-OK-SW,
               GO TO CK-TRANSITION-EXIT.
           PERFORM CK-NEXT-STAT THRU CK-NEXT-STAT-EXIT
               VARYING SB-SUB FROM 1 BY 1 UNTIL SB-SUB > 5.
       CK-TRANSITION-EXIT.
           EXIT.
       CK-NEXT-STAT.
           IF SB-NEXT-STAT (SB-SUB) = FQ-CONF-STAT,
               MOVE 'Y' TO TRANS-OK-SW.
       CK-NEXT-STAT-EXIT.
           EXIT.
       CLOSE-REVIEW.
           MOVE EIBDATE TO FQ-DEC-DATE.
           MOVE EIBOPID TO FQ-DEC-OPID.
           EXEC CICS REWRITE DATASET('FRAUDREV') FROM(FRAUDREV-REC)
               LENGTH(FRAUDREV-LNG) END-EXEC.
       CLOSE-REVIEW-EXIT.
           EXIT.
       WRITE-DECISION.
           MOVE RV-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE '1' TO AUD-REQC.
           MOVE SPACES TO AUD-IMAGE.
           MOVE FQ-STATUS TO AUD-IMAGE (1:1).
           MOVE FQ-RULE TO AUD-IMAGE (3:2).
           MOVE FQ-AMT TO AUD-IMAGE (6:8).
           MOVE STAT-BEFORE TO AUD-IMAGE (15:2).
           MOVE STAT-AFTER TO AUD-IMAGE (18:2).
           MOVE EIBOPID TO AUD-IMAGE (21:3).
           MOVE FQ-DETAIL TO AUD-IMAGE (25:20).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-DECISION-EXIT.
           EXIT.
       WRITE-REFUSAL.
           MOVE RV-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 2 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'S' TO AUD-REQC.
           MOVE 'STAT REFUS' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE STATDO TO AUD-IMAGE (1:2).
           MOVE FQ-CONF-STAT TO AUD-IMAGE (4:2).
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
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
