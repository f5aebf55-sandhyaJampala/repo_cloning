       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT108.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC42'
                TRANSACTION, WHICH SHOWS AN ACCOUNT'S DEBT VALIDATION
                RECORD (VALNOTE) AND RECORDS A WRITTEN DISPUTE OF THE
                DEBT AND ITS VERIFICATION.  THE COMMANDS ARE
                  AC42 NNNNN               - SHOW THE NOTICE, WINDOW
                                   AND ITEMIZATION.
                  AC42 NNNNN D CCYYMMDD    - A WRITTEN DISPUTE,
                                   RECEIVED ON THE DATE GIVEN.
                  AC42 NNNNN V             - THE VERIFICATION IS
                                   APPROVED TO MAIL.
                A DISPUTE IS TAKEN ONLY WHEN THE NOTICE HAS GONE OUT
                AND IT WAS RECEIVED NO LATER THAN THE LAST DAY OF THE
                VALIDATION WINDOW - EVEN WHEN ACCT107 HAS SINCE
                CLOSED THE WINDOW, SINCE A LETTER RECEIVED IN TIME
                MAY BE KEYED LATE.  FROM THEN UNTIL ACCT107 MAILS THE
                VERIFICATION LETTER THE ACCOUNT IS KEPT OFF THE
                COLLECTIONS QUEUE, THE DUNNING RUN, THE DIALER AND
                AGENCY PLACEMENT.  BOTH ACTIONS NEED THE OPAUTH 'M'
                AUTHORITY (A REFUSAL IS WRITTEN TO ACCTAUD AS A TYPE
                'U' RECORD) AND EACH IS JOURNALED TO ACCTAUD AS A
                TYPE '5' RECORD CARRYING THE VALNOTE RECORD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  VALNOTE-LNG            PIC S9(4) COMP VALUE +120.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  VAL-INPUT.
               04  VI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  VI-ACTION          PIC X.
               04  FILLER             PIC X.
               04  VI-DATE            PIC X(8).
               04  VI-DATE-N REDEFINES VI-DATE PIC 9(8).
           02  VAL-LNG                PIC S9(4) COMP VALUE +16.
           02  OPAUTH-RIDFLD          PIC X(3).
           02  AUTH-CNT               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  AUD-TITLE-HOLD         PIC X(10) VALUE SPACES.
           02  VAL-LINE-1.
               04  FILLER             PIC X(7) VALUE 'STATUS '.
               04  VL1-STATUS         PIC X(22).
               04  FILLER             PIC X(9) VALUE ' ENTERED '.
               04  VL1-ENTER-DATE     PIC 9(8).
               04  FILLER             PIC X(4) VALUE ' BY '.
               04  VL1-ENTER-PGM      PIC X(8).
           02  VAL-LINE-2.
               04  FILLER             PIC X(7) VALUE 'NOTICE '.
               04  VL2-NOTICE-DATE    PIC 9(8).
               04  FILLER             PIC X(14) VALUE '  WINDOW ENDS '.
               04  VL2-WINDOW-END     PIC 9(8).
               04  FILLER             PIC X(11) VALUE '  ITEMIZED '.
               04  VL2-ITEM-DATE      PIC 9(8).
           02  VAL-LINE-3.
               04  FILLER             PIC X(4) VALUE 'BAL '.
               04  VL3-ITEM-BAL       PIC -(6)9.99.
               04  FILLER             PIC X(5) VALUE ' INT '.
               04  VL3-INTEREST       PIC -(6)9.99.
               04  FILLER             PIC X(5) VALUE ' FEE '.
               04  VL3-FEES           PIC -(6)9.99.
               04  FILLER             PIC X(5) VALUE ' CHG '.
               04  VL3-CHARGES        PIC -(6)9.99.
           02  VAL-LINE-4.
               04  FILLER             PIC X(4) VALUE 'CRD '.
               04  VL4-CREDITS        PIC -(6)9.99.
               04  FILLER             PIC X(5) VALUE ' NOW '.
               04  VL4-CURR-BAL       PIC -(6)9.99.
           02  VAL-LINE-5.
               04  FILLER             PIC X(9) VALUE 'DISPUTED '.
               04  VL5-DISP-DATE      PIC 9(8).
               04  FILLER             PIC X VALUE SPACE.
               04  VL5-DISP-OPID      PIC X(3).
               04  FILLER             PIC X(11) VALUE '  APPROVED '.
               04  VL5-APPR-DATE      PIC 9(8).
               04  FILLER             PIC X VALUE SPACE.
               04  VL5-APPR-OPID      PIC X(3).
               04  FILLER             PIC X(9) VALUE '  MAILED '.
               04  VL5-VERIFY-DATE    PIC 9(8).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT108'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  VALNOTE-REC. COPY VALNOTE.
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
           MOVE SPACES TO VAL-INPUT.
           EXEC CICS RECEIVE INTO(VAL-INPUT) LENGTH(VAL-LNG)
               RESP(WS-RESP) END-EXEC.
           IF VI-ACCT < '10000' OR VI-ACCT > '99999' OR
               VI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(VI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO,
               GO TO SEND-SCREEN.
           IF VI-ACTION NOT = SPACE AND VI-ACTION NOT = 'D' AND
               VI-ACTION NOT = 'V',
               MOVE 'ACTION MUST BE D OR V - OR BLANK TO DISPLAY'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF VI-ACTION = SPACE GO TO SHOW-NOTICE.
           GO TO CK-AUTH.
      *****************************************************************
      * THE VALIDATION RECORD AS IT STANDS.
      *****************************************************************
       SHOW-NOTICE.
           EXEC CICS READ DATASET('VALNOTE') INTO(VALNOTE-REC)
               RIDFLD(VI-ACCT) LENGTH(VALNOTE-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'ACCOUNT HAS NOT ENTERED COLLECTIONS - NO NOTICE'
                   TO MSGMO, GO TO SEND-SCREEN.
           PERFORM FORMAT-NOTICE THRU FORMAT-NOTICE-EXIT.
           MOVE 'VALIDATION RECORD - AC42 NNNNN D CCYYMMDD / V'
               TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * RECORDING A DISPUTE OR ITS VERIFICATION TAKES THE SAME
      * AUTHORITY AS AN AC02 MODIFY.
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
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           EXEC CICS READ DATASET('VALNOTE') INTO(VALNOTE-REC)
               RIDFLD(VI-ACCT) LENGTH(VALNOTE-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'ACCOUNT HAS NOT ENTERED COLLECTIONS - NO NOTICE'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF VI-ACTION = 'V' GO TO APPROVE-VERIFY.
       RECORD-DISPUTE.
           IF VN-DISPUTED OR VN-VERIFY-READY OR VN-VERIFIED,
               EXEC CICS UNLOCK DATASET('VALNOTE') END-EXEC,
               MOVE 'A DISPUTE IS ALREADY ON RECORD FOR THIS DEBT'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF VN-PENDING,
               EXEC CICS UNLOCK DATASET('VALNOTE') END-EXEC,
               MOVE 'THE VALIDATION NOTICE HAS NOT BEEN MAILED YET'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF VI-DATE NOT NUMERIC OR VI-DATE-N > WS-CCYYMMDD OR
               VI-DATE-N < VN-NOTICE-DATE,
               EXEC CICS UNLOCK DATASET('VALNOTE') END-EXEC,
               MOVE 'DATE RECEIVED (CCYYMMDD) MUST BE SINCE THE NOTICE'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF VI-DATE-N > VN-WINDOW-END,
               EXEC CICS UNLOCK DATASET('VALNOTE') END-EXEC,
               MOVE 'RECEIVED AFTER THE VALIDATION WINDOW CLOSED'
                   TO MSGMO, GO TO SEND-SCREEN.
           MOVE 'D' TO VN-STATUS.
           MOVE VI-DATE-N TO VN-DISP-DATE.
           MOVE EIBOPID TO VN-DISP-OPID.
           EXEC CICS REWRITE DATASET('VALNOTE') FROM(VALNOTE-REC)
               LENGTH(VALNOTE-LNG) END-EXEC.
           MOVE 'VAL DISP' TO AUD-TITLE-HOLD.
           PERFORM WRITE-VAL-AUDIT THRU WRITE-VAL-AUDIT-EXIT.
           PERFORM FORMAT-NOTICE THRU FORMAT-NOTICE-EXIT.
           MOVE 'DISPUTE RECORDED - COLLECTION PAUSED' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * THE VERIFICATION IS APPROVED; ACCT107 MAILS IT TONIGHT AND
      * COLLECTION RESUMES ONCE IT IS OUT.
      *****************************************************************
       APPROVE-VERIFY.
           IF NOT VN-DISPUTED,
               EXEC CICS UNLOCK DATASET('VALNOTE') END-EXEC,
               MOVE 'NO DISPUTE IS WAITING ON VERIFICATION' TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE 'Q' TO VN-STATUS.
           MOVE WS-CCYYMMDD TO VN-APPR-DATE.
           MOVE EIBOPID TO VN-APPR-OPID.
           EXEC CICS REWRITE DATASET('VALNOTE') FROM(VALNOTE-REC)
               LENGTH(VALNOTE-LNG) END-EXEC.
           MOVE 'VAL VERIFY' TO AUD-TITLE-HOLD.
           PERFORM WRITE-VAL-AUDIT THRU WRITE-VAL-AUDIT-EXIT.
           PERFORM FORMAT-NOTICE THRU FORMAT-NOTICE-EXIT.
           MOVE 'VERIFICATION APPROVED - IT WILL BE MAILED TONIGHT'
               TO MSGMO.
           GO TO SEND-SCREEN.
       FORMAT-NOTICE.
           MOVE SPACES TO VL1-STATUS.
           IF VN-PENDING MOVE 'NOTICE TO BE MAILED' TO VL1-STATUS.
           IF VN-WINDOW-OPEN MOVE 'VALIDATION WINDOW OPEN' TO
               VL1-STATUS.
           IF VN-DISPUTED MOVE 'DISPUTED' TO VL1-STATUS.
           IF VN-VERIFY-READY MOVE 'VERIFICATION TO MAIL' TO
               VL1-STATUS.
           IF VN-VERIFIED MOVE 'VERIFIED' TO VL1-STATUS.
           IF VN-CLOSED MOVE 'WINDOW CLOSED' TO VL1-STATUS.
           MOVE VN-ENTER-DATE TO VL1-ENTER-DATE.
           MOVE VN-ENTER-PGM TO VL1-ENTER-PGM.
           MOVE VN-NOTICE-DATE TO VL2-NOTICE-DATE.
           MOVE VN-WINDOW-END TO VL2-WINDOW-END.
           MOVE VN-ITEM-DATE TO VL2-ITEM-DATE.
           MOVE VN-ITEM-BAL TO VL3-ITEM-BAL.
           MOVE VN-INTEREST TO VL3-INTEREST.
           MOVE VN-FEES TO VL3-FEES.
           MOVE VN-CHARGES TO VL3-CHARGES.
           MOVE VN-CREDITS TO VL4-CREDITS.
           MOVE VN-CURR-BAL TO VL4-CURR-BAL.
           MOVE VN-DISP-DATE TO VL5-DISP-DATE.
           MOVE VN-DISP-OPID TO VL5-DISP-OPID.
           MOVE VN-APPR-DATE TO VL5-APPR-DATE.
           MOVE VN-APPR-OPID TO VL5-APPR-OPID.
           MOVE VN-VERIFY-DATE TO VL5-VERIFY-DATE.
           MOVE VAL-LINE-1 TO SUMLNMO (1).
           MOVE VAL-LINE-2 TO SUMLNMO (2).
           MOVE VAL-LINE-3 TO SUMLNMO (3).
           MOVE VAL-LINE-4 TO SUMLNMO (4).
           MOVE VAL-LINE-5 TO SUMLNMO (5).
       FORMAT-NOTICE-EXIT.
           EXIT.
       WRITE-VAL-AUDIT.
           MOVE VI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE '5' TO AUD-REQC.
           MOVE AUD-TITLE-HOLD TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE VALNOTE-REC TO AUD-IMAGE (1:120).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-VAL-AUDIT-EXIT.
           EXIT.
       WRITE-REFUSAL.
           MOVE VI-ACCT TO AUD-ACCT.
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
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
