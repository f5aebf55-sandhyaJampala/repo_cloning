       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT106.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC41'
                TRANSACTION, WHICH KEEPS AN ACCOUNT'S TELEPHONE
                NUMBERS ON THE TELNUM FILE - EACH WITH ITS TYPE
                (H HOME, W WORK, C CELL), THE CUSTOMER'S CONSENT TO
                BE DIALED ON IT (Y OR N) WITH THE SOURCE OF THAT
                CONSENT (A APPLICATION, W WRITTEN, V VERBAL ON A
                RECORDED CALL, E ELECTRONIC) AND A BEST TIME TO CALL
                (ANY, MORN, AFTN, EVEN).  THE COMMANDS ARE
                  AC41 NNNNN                    - LIST THE NUMBERS.
                  AC41 NNNNN A TTTTTTTTTT T C S BBBB
                                                - ADD A NUMBER.
                  AC41 NNNNN C TTTTTTTTTT T C S BBBB
                                                - CHANGE ONE; A BLANK
                                   FIELD IS LEFT AS IT WAS.
                  AC41 NNNNN V TTTTTTTTTT       - VERIFIED WORKING;
                                   CLEARS THE ACCT49 BAD MARK.
                  AC41 NNNNN D TTTTTTTTTT       - DELETE A NUMBER.
                KEYING A CONSENT STAMPS IT WITH TODAY'S DATE; 'Y'
                NEEDS A SOURCE, AND A SOURCE KEYED WITH 'N' RECORDS
                HOW THE CONSENT WAS REVOKED.  THE PRIMARY TELDO
                NUMBER MAY BE ADDED HERE TO RECORD ITS TYPE AND
                CONSENT, BUT IS STILL CHANGED AND CLEARED OF ITS BAD
                FLAG THROUGH AC02.  EVERY OTHER NUMBER IS GIVEN ITS
                OWN ACCTTEL INDEX ENTRY SO THE AC01 TELEPHONE SEARCH
                FINDS THE ACCOUNT BY IT.  CHANGES NEED THE OPAUTH
                'M' AUTHORITY (A REFUSAL IS WRITTEN TO ACCTAUD AS A
                TYPE 'U' RECORD) AND EACH IS JOURNALED TO ACCTAUD AS
                A TYPE '4' RECORD CARRYING THE TELNUM RECORD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  TELNUM-LNG             PIC S9(4) COMP VALUE +60.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  TEL-INPUT.
               04  TI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  TI-ACTION          PIC X.
               04  FILLER             PIC X.
               04  TI-TEL             PIC X(10).
               04  FILLER             PIC X.
               04  TI-TYPE            PIC X.
               04  FILLER             PIC X.
               04  TI-CONSENT         PIC X.
               04  FILLER             PIC X.
               04  TI-SRC             PIC X.
               04  FILLER             PIC X.
               04  TI-BEST            PIC X(4).
           02  TEL-LNG                PIC S9(4) COMP VALUE +29.
           02  OPAUTH-RIDFLD          PIC X(3).
           02  AUTH-CNT               PIC S9(4) COMP VALUE +0.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  MAX-LINES              PIC S9(4) COMP VALUE +6.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  BR-KEY.
               04  BR-ACCT            PIC X(5).
               04  BR-TEL             PIC X(10).
           02  AUD-TITLE-HOLD         PIC X(10) VALUE SPACES.
           02  TEL-LINE.
               04  TLL-TEL            PIC X(10).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  TLL-TYPE           PIC X(4).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  TLL-CONSENT        PIC X.
               04  FILLER             PIC X VALUE SPACE.
               04  TLL-CONS-DATE      PIC 9(8).
               04  FILLER             PIC X VALUE SPACE.
               04  TLL-SRC            PIC X.
               04  FILLER             PIC X(2) VALUE SPACES.
               04  TLL-BEST           PIC X(4).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  TLL-BAD            PIC X(3).
               04  FILLER             PIC X(2) VALUE SPACES.
               04  TLL-PRIMARY        PIC X(7).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT106'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  TELNUM-REC. COPY TELNUM.
       01  OPAUTH-REC. COPY OPAUTH.
       01  ACCTAUD-REC. COPY ACCTAUD.
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
           EXEC CICS HANDLE CONDITION ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMNUI.
           IF EIBAID = DFHCLEAR,
               EXEC CICS XCTL PROGRAM('ACCTMENU') END-EXEC.
           MOVE SPACES TO TEL-INPUT.
           EXEC CICS RECEIVE INTO(TEL-INPUT) LENGTH(TEL-LNG)
               RESP(WS-RESP) END-EXEC.
           IF TI-ACCT < '10000' OR TI-ACCT > '99999' OR
               TI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(TI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO,
               GO TO SEND-SCREEN.
           IF TI-ACTION = SPACE OR TI-ACTION = 'L',
               GO TO LIST-NUMBERS.
           IF TI-ACTION NOT = 'A' AND TI-ACTION NOT = 'C' AND
               TI-ACTION NOT = 'V' AND TI-ACTION NOT = 'D',
               MOVE 'ACTION MUST BE A, C, V OR D - OR BLANK TO LIST'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF TI-TEL NOT NUMERIC,
               MOVE 'TELEPHONE MUST BE 10 DIGITS, AS IN 5551234567'
                   TO MSGMO, GO TO SEND-SCREEN.
           GO TO CK-AUTH.
      *****************************************************************
      * THE ACCOUNT'S NUMBERS, IN NUMBER ORDER.
      *****************************************************************
       LIST-NUMBERS.
           MOVE 'NUMBERS ON FILE - AC41 NNNNN A/C/V/D TEL TO CHANGE'
               TO MSGMO.
           MOVE 0 TO LINE-CNT.
           MOVE TI-ACCT TO BR-ACCT.
           MOVE LOW-VALUES TO BR-TEL.
           EXEC CICS HANDLE CONDITION NOTFND(LIST-DONE)
               ENDFILE(LIST-DONE) END-EXEC.
           EXEC CICS STARTBR DATASET('TELNUM') RIDFLD(BR-KEY) GTEQ
               END-EXEC.
       LIST-LOOP.
           IF LINE-CNT = MAX-LINES GO TO LIST-FULL.
           EXEC CICS READNEXT DATASET('TELNUM') INTO(TELNUM-REC)
               LENGTH(TELNUM-LNG) RIDFLD(BR-KEY) END-EXEC.
           IF TN-ACCT NOT = TI-ACCT GO TO LIST-FULL.
           ADD 1 TO LINE-CNT.
           MOVE TN-TEL TO TLL-TEL.
           MOVE SPACES TO TLL-TYPE, TLL-BAD, TLL-PRIMARY.
           IF TN-HOME MOVE 'HOME' TO TLL-TYPE.
           IF TN-WORK MOVE 'WORK' TO TLL-TYPE.
           IF TN-CELL MOVE 'CELL' TO TLL-TYPE.
           MOVE TN-CONSENT TO TLL-CONSENT.
           MOVE TN-CONS-DATE TO TLL-CONS-DATE.
           MOVE TN-CONS-SRC TO TLL-SRC.
           MOVE TN-BEST-TIME TO TLL-BEST.
           IF TN-BAD MOVE 'BAD' TO TLL-BAD.
           IF TN-TEL = TELDO MOVE 'PRIMARY' TO TLL-PRIMARY.
           MOVE TEL-LINE TO SUMLNMO (LINE-CNT).
           GO TO LIST-LOOP.
       LIST-FULL.
           EXEC CICS ENDBR DATASET('TELNUM') END-EXEC.
           GO TO SEND-SCREEN.
       LIST-DONE.
           IF LINE-CNT > 0,
               EXEC CICS ENDBR DATASET('TELNUM') END-EXEC,
               GO TO SEND-SCREEN.
           MOVE 'NO ADDITIONAL NUMBERS ON FILE FOR THIS ACCOUNT'
               TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * A CHANGE TO THE NUMBERS TAKES THE SAME AUTHORITY AS AN AC02
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
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           IF TI-ACTION = 'V' GO TO VERIFY-NUMBER.
           IF TI-ACTION = 'D' GO TO DELETE-NUMBER.
       CK-FIELDS.
           IF TI-ACTION = 'A' AND TI-TYPE = SPACE,
               MOVE 'TYPE REQUIRED - H (HOME), W (WORK) OR C (CELL)'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF TI-TYPE NOT = SPACE AND TI-TYPE NOT = 'H' AND
               TI-TYPE NOT = 'W' AND TI-TYPE NOT = 'C',
               MOVE 'TYPE MUST BE H (HOME), W (WORK) OR C (CELL)'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF TI-CONSENT NOT = SPACE AND TI-CONSENT NOT = 'Y' AND
               TI-CONSENT NOT = 'N',
               MOVE 'CONSENT MUST BE Y OR N' TO MSGMO,
               GO TO SEND-SCREEN.
           IF TI-SRC NOT = SPACE AND TI-SRC NOT = 'A' AND
               TI-SRC NOT = 'W' AND TI-SRC NOT = 'V' AND
               TI-SRC NOT = 'E',
               MOVE 'CONSENT SOURCE MUST BE A, W, V OR E' TO MSGMO,
               GO TO SEND-SCREEN.
           IF TI-CONSENT = 'Y' AND TI-SRC = SPACE,
               MOVE 'CONSENT NEEDS A SOURCE - A, W, V OR E' TO MSGMO,
               GO TO SEND-SCREEN.
           IF TI-SRC NOT = SPACE AND TI-CONSENT = SPACE,
               MOVE 'A CONSENT SOURCE NEEDS THE CONSENT, Y OR N'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF TI-BEST NOT = SPACES AND TI-BEST NOT = 'ANY ' AND
               TI-BEST NOT = 'MORN' AND TI-BEST NOT = 'AFTN' AND
               TI-BEST NOT = 'EVEN',
               MOVE 'BEST TIME MUST BE ANY, MORN, AFTN OR EVEN'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF TI-ACTION = 'C' GO TO CHANGE-NUMBER.
       ADD-NUMBER.
           MOVE SPACES TO TELNUM-REC.
           MOVE TI-ACCT TO TN-ACCT.
           MOVE TI-TEL TO TN-TEL.
           MOVE TI-TYPE TO TN-TYPE.
           MOVE ZERO TO TN-BAD-DATE, TN-CONS-DATE.
           MOVE 'N' TO TN-CONSENT.
           MOVE 'ANY ' TO TN-BEST-TIME.
           PERFORM APPLY-FIELDS THRU APPLY-FIELDS-EXIT.
           MOVE WS-CCYYMMDD TO TN-ADD-DATE.
           MOVE EIBOPID TO TN-OPID.
           EXEC CICS WRITE DATASET('TELNUM') FROM(TELNUM-REC)
               RIDFLD(TN-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC),
               MOVE 'NUMBER ALREADY ON FILE - USE C TO CHANGE IT'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NO-GOOD.
           IF TN-TEL NOT = TELDO,
               MOVE TN-TEL TO TL-TEL,
               MOVE TI-ACCT TO TL-ACCT,
               MOVE ACCTREC TO TL-IMAGE,
               EXEC CICS WRITE DATASET('ACCTTEL') FROM(ACCTTEL-REC)
                   RIDFLD(TL-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
           MOVE 'TEL ADD' TO AUD-TITLE-HOLD.
           PERFORM WRITE-TEL-AUDIT THRU WRITE-TEL-AUDIT-EXIT.
           MOVE 'NUMBER ADDED' TO MSGMO.
           GO TO SEND-SCREEN.
       CHANGE-NUMBER.
           PERFORM READ-NUMBER THRU READ-NUMBER-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SEND-SCREEN.
           IF TI-TYPE NOT = SPACE MOVE TI-TYPE TO TN-TYPE.
           PERFORM APPLY-FIELDS THRU APPLY-FIELDS-EXIT.
           EXEC CICS REWRITE DATASET('TELNUM') FROM(TELNUM-REC)
               LENGTH(TELNUM-LNG) END-EXEC.
           MOVE 'TEL CHG' TO AUD-TITLE-HOLD.
           PERFORM WRITE-TEL-AUDIT THRU WRITE-TEL-AUDIT-EXIT.
           MOVE 'NUMBER CHANGED' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * A NUMBER THE DIALER REPORTED BAD IS DIALED AGAIN ONLY AFTER A
      * COLLECTOR HAS CONFIRMED IT WITH THE CUSTOMER.
      *****************************************************************
       VERIFY-NUMBER.
           IF TI-TEL = TELDO,
               MOVE 'THE PRIMARY NUMBER IS CORRECTED THROUGH AC02'
                   TO MSGMO, GO TO SEND-SCREEN.
           PERFORM READ-NUMBER THRU READ-NUMBER-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SEND-SCREEN.
           IF NOT TN-BAD,
               EXEC CICS UNLOCK DATASET('TELNUM') END-EXEC,
               MOVE 'THAT NUMBER IS NOT MARKED BAD' TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE SPACE TO TN-STATUS.
           MOVE ZERO TO TN-BAD-DATE.
           EXEC CICS REWRITE DATASET('TELNUM') FROM(TELNUM-REC)
               LENGTH(TELNUM-LNG) END-EXEC.
           MOVE 'TEL VERIFY' TO AUD-TITLE-HOLD.
           PERFORM WRITE-TEL-AUDIT THRU WRITE-TEL-AUDIT-EXIT.
           MOVE 'NUMBER VERIFIED - IT WILL BE DIALED AGAIN' TO MSGMO.
           GO TO SEND-SCREEN.
       DELETE-NUMBER.
           PERFORM READ-NUMBER THRU READ-NUMBER-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SEND-SCREEN.
           EXEC CICS DELETE DATASET('TELNUM') END-EXEC.
           IF TN-TEL NOT = TELDO,
               MOVE TN-TEL TO TL-TEL,
               MOVE TI-ACCT TO TL-ACCT,
               EXEC CICS DELETE DATASET('ACCTTEL') RIDFLD(TL-KEY)
                   RESP(WS-RESP) END-EXEC.
           MOVE 'TEL DEL' TO AUD-TITLE-HOLD.
           PERFORM WRITE-TEL-AUDIT THRU WRITE-TEL-AUDIT-EXIT.
           MOVE 'NUMBER DELETED' TO MSGMO.
           GO TO SEND-SCREEN.
       READ-NUMBER.
           MOVE TI-ACCT TO TN-ACCT.
           MOVE TI-TEL TO TN-TEL.
           EXEC CICS READ DATASET('TELNUM') INTO(TELNUM-REC)
               RIDFLD(TN-KEY) LENGTH(TELNUM-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'THAT NUMBER IS NOT ON FILE FOR THIS ACCOUNT'
                   TO MSGMO.
       READ-NUMBER-EXIT.
           EXIT.
      *    A CONSENT KEYED - GIVEN OR REVOKED - IS DATED TODAY.
       APPLY-FIELDS.
           IF TI-CONSENT NOT = SPACE,
               MOVE TI-CONSENT TO TN-CONSENT,
               MOVE TI-SRC TO TN-CONS-SRC,
               MOVE WS-CCYYMMDD TO TN-CONS-DATE.
           IF TI-BEST NOT = SPACES MOVE TI-BEST TO TN-BEST-TIME.
       APPLY-FIELDS-EXIT.
           EXIT.
       WRITE-TEL-AUDIT.
           MOVE TI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE '4' TO AUD-REQC.
           MOVE AUD-TITLE-HOLD TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE TELNUM-REC TO AUD-IMAGE (1:60).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-TEL-AUDIT-EXIT.
           EXIT.
       WRITE-REFUSAL.
           MOVE TI-ACCT TO AUD-ACCT.
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
