       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT124.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC45'
                TRANSACTION, WHICH KEEPS THE CUSTOMER COMPLAINT CASE
                FILE (COMPLNT) SO A COMPLAINT - BY PHONE, BY LETTER OR
                REFERRED BY A REGULATOR - IS A RECORD WITH A RESPONSE
                DEADLINE INSTEAD OF AN ACCTNOTE LINE.  CASES ARE
                NUMBERED WITHIN THE ACCOUNT, AND THE INPUT IS KEYED IN
                FIXED COLUMNS:
                  AC45 NNNNN     O H Q R      - OPEN A CASE ARRIVING
                        BY CHANNEL H ('P' PHONE, 'L' LETTER, 'R'
                        REGULATOR REFERRAL) IN CATEGORY Q (CDTABLE
                        TYPE 'Q' FAMILY).  R IS 'Y' WHEN A REGULATOR
                        IS ALREADY INVOLVED; CHANNEL 'R' IMPLIES IT.
                        THE NEW CASE NUMBER IS SHOWN.
                  AC45 NNNNN CCC              - SHOW CASE CCC.
                  AC45 NNNNN CCC U   Q R      - UPDATE: A NEW CATEGORY
                        Q, AND/OR R 'Y' WHEN THE CUSTOMER HAS SINCE
                        TAKEN THE COMPLAINT TO A REGULATOR.  BOTH MAY
                        BE LEFT BLANK TO MARK THE CASE AS BEING WORKED.
                  AC45 NNNNN CCC C       S TEXT
                                              - CLOSE WITH RESOLUTION
                        S ('U' UPHELD, 'P' PARTLY UPHELD, 'N' NOT
                        UPHELD, 'X' WITHDRAWN) AND UP TO 30
                        CHARACTERS OF RESOLUTION TEXT.
                THE RESPONSE IS DUE 30 DAYS AFTER THE COMPLAINT IS
                RECEIVED, OR 15 DAYS AFTER A REGULATOR BECOMES
                INVOLVED WHEN THAT IS SOONER.  THE OPERATOR WHO OPENED
                THE CASE AND THE LAST ONE TO HANDLE IT ARE KEPT.  EVERY
                CHANGE TO A CASE IS WRITTEN TO THE ACCTAUD TRAIL AS A
                TYPE '7' RECORD CARRYING THE CASE IMAGE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  CMPL-LNG               PIC S9(4) COMP VALUE +90.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  DSP-INPUT.
               04  DI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  DI-SEQ             PIC X(3).
               04  FILLER             PIC X.
               04  DI-CMD             PIC X.
               04  FILLER             PIC X.
               04  DI-CHAN            PIC X.
               04  FILLER             PIC X.
               04  DI-CAT             PIC X.
               04  FILLER             PIC X.
               04  DI-REG             PIC X.
               04  FILLER             PIC X.
               04  DI-RES             PIC X.
               04  FILLER             PIC X.
               04  DI-TEXT            PIC X(30).
           02  DSP-LNG                PIC S9(4) COMP VALUE +50.
           02  DI-SEQ-N               PIC 9(3) VALUE 0.
           02  LAST-SEQ               PIC S9(4) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-DUE-ABSTIME         PIC S9(15) COMP-3.
           02  WS-RESP-DAYS           PIC S9(3) COMP-3 VALUE +30.
           02  WS-REG-DAYS            PIC S9(3) COMP-3 VALUE +15.
           02  WS-DAY-MS              PIC S9(9) COMP-3
                                          VALUE +86400000.
           02  WS-CCYYMMDD            PIC 9(8).
           02  WS-REG-DUE             PIC 9(8).
           02  CAT-SW                 PIC X VALUE 'N'.
               88  CAT-OK                 VALUE 'Y'.
           02  DSP-MSG.
               04  DSP-MSG-STAT       PIC X(11).
               04  FILLER             PIC X(6) VALUE ' CASE '.
               04  DSP-MSG-SEQ        PIC 999.
               04  FILLER             PIC X(4) VALUE ' CH '.
               04  DSP-MSG-CHAN       PIC X.
               04  FILLER             PIC X(5) VALUE ' CAT '.
               04  DSP-MSG-CAT        PIC X.
               04  FILLER             PIC X(5) VALUE ' REG '.
               04  DSP-MSG-REG        PIC X.
               04  FILLER             PIC X(5) VALUE ' DUE '.
               04  DSP-MSG-DUE        PIC 9999/99/99.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT124'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  COMPLNT-REC. COPY COMPLNT.
       01  CDTABLE-REC. COPY CDTABLE.
       01  ACCTAUD-REC. COPY ACCTAUD.
           COPY ACCTSET.
       PROCEDURE DIVISION.
       INIT.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD)
               ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMSGO.
           MOVE SPACES TO DSP-INPUT.
           EXEC CICS RECEIVE INTO(DSP-INPUT) LENGTH(DSP-LNG)
               RESP(WS-RESP) END-EXEC.
       CK-ACCTNO.
           IF DI-ACCT = SPACES,
               MOVE 'ACCOUNT REQUIRED - AC45 12345     O P B' TO MSGO,
               GO TO SEND-MSG.
           IF DI-ACCT < '10000' OR DI-ACCT > '99999' OR
               DI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGO, GO TO SEND-MSG.
           IF DI-CMD = 'O' GO TO OPEN-CASE.
           IF DI-SEQ NOT NUMERIC OR DI-SEQ = '000',
               MOVE 'CASE NUMBER MUST BE 3 DIGITS, AS SHOWN AT OPEN'
                   TO MSGO, GO TO SEND-MSG.
           MOVE DI-SEQ TO DI-SEQ-N.
           IF DI-CMD = 'U' GO TO UPDATE-CASE.
           IF DI-CMD = 'C' GO TO CLOSE-CASE.
           IF DI-CMD NOT = SPACE,
               MOVE 'COMMAND MUST BE O, U, C OR BLANK TO SHOW'
                   TO MSGO, GO TO SEND-MSG.
       SHOW-CASE.
           PERFORM READ-CASE THRU READ-CASE-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NO-CASE.
           PERFORM FILL-DSP-MSG THRU FILL-DSP-MSG-EXIT.
           GO TO SEND-MSG.
      *****************************************************************
      * OPEN: THE ACCOUNT MUST BE ON FILE, THE CHANNEL ONE OF THE
      * THREE AND THE CATEGORY ON THE TYPE 'Q' TABLE.  THE CASE TAKES
      * THE NEXT NUMBER FOR THE ACCOUNT AND IS RECEIVED TODAY.
      *****************************************************************
       OPEN-CASE.
           IF DI-SEQ NOT = SPACES,
               MOVE 'LEAVE THE CASE NUMBER BLANK TO OPEN A NEW CASE'
                   TO MSGO, GO TO SEND-MSG.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(DI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           MOVE DI-CHAN TO CP-CHANNEL.
           IF NOT CP-CHANNEL-OK,
               MOVE 'CHANNEL MUST BE P PHONE, L LETTER OR R REGULATOR'
                   TO MSGO, GO TO SEND-MSG.
           PERFORM CK-CATEGORY THRU CK-CATEGORY-EXIT.
           IF NOT CAT-OK GO TO SEND-MSG.
           IF DI-REG NOT = SPACE AND DI-REG NOT = 'Y' AND
               DI-REG NOT = 'N',
               MOVE 'REGULATOR FLAG MUST BE Y, N OR BLANK' TO MSGO,
               GO TO SEND-MSG.
           PERFORM NEXT-SEQ THRU NEXT-SEQ-EXIT.
           MOVE SPACES TO COMPLNT-REC.
           MOVE DI-ACCT TO CP-ACCT.
           COMPUTE CP-SEQ = LAST-SEQ + 1.
           MOVE 'O' TO CP-STATUS.
           MOVE DI-CHAN TO CP-CHANNEL.
           MOVE DI-CAT TO CP-CATEGORY.
           MOVE 'N' TO CP-REG-FLAG.
           MOVE 0 TO CP-CLOSE-DATE, CP-REG-DATE.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           MOVE WS-CCYYMMDD TO CP-RCVD-DATE.
           COMPUTE WS-DUE-ABSTIME = WS-ABSTIME
               + WS-RESP-DAYS * WS-DAY-MS.
           EXEC CICS FORMATTIME ABSTIME(WS-DUE-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
           MOVE WS-CCYYMMDD TO CP-DUE-DATE.
           IF CP-BY-REGULATOR OR DI-REG = 'Y',
               PERFORM SET-REGULATOR THRU SET-REGULATOR-EXIT.
           MOVE EIBOPID TO CP-OPEN-OPID.
           MOVE SPACES TO CP-WORK-OPID.
           EXEC CICS WRITE DATASET('COMPLNT') FROM(COMPLNT-REC)
               RIDFLD(CP-KEY) KEYLENGTH(7) END-EXEC.
           MOVE 'CMPL OPEN' TO AUD-TITLE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM FILL-DSP-MSG THRU FILL-DSP-MSG-EXIT.
           GO TO SEND-MSG.
      *    AN UPDATE MAY RECATEGORIZE THE CASE AND MAY RECORD THAT A
      *    REGULATOR HAS BECOME INVOLVED; EITHER WAY THE CASE IS NOW
      *    BEING WORKED BY THIS OPERATOR.  A REGULATOR FLAG ONCE SET
      *    IS NOT TAKEN OFF.
       UPDATE-CASE.
           IF DI-CAT NOT = SPACE,
               PERFORM CK-CATEGORY THRU CK-CATEGORY-EXIT,
               IF NOT CAT-OK GO TO SEND-MSG.
           IF DI-REG NOT = SPACE AND DI-REG NOT = 'Y',
               MOVE 'REGULATOR FLAG MUST BE Y OR BLANK ON AN UPDATE'
                   TO MSGO, GO TO SEND-MSG.
           PERFORM READ-CASE-UPD THRU READ-CASE-UPD-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NO-CASE.
           IF NOT CP-IS-OPEN,
               EXEC CICS UNLOCK DATASET('COMPLNT') END-EXEC,
               MOVE 'THIS CASE IS ALREADY CLOSED' TO MSGO,
               GO TO SEND-MSG.
           IF DI-CAT NOT = SPACE MOVE DI-CAT TO CP-CATEGORY.
           IF DI-REG = 'Y' AND NOT CP-REGULATOR,
               PERFORM GET-TODAY THRU GET-TODAY-EXIT,
               PERFORM SET-REGULATOR THRU SET-REGULATOR-EXIT.
           MOVE 'W' TO CP-STATUS.
           MOVE EIBOPID TO CP-WORK-OPID.
           EXEC CICS REWRITE DATASET('COMPLNT') FROM(COMPLNT-REC)
               LENGTH(CMPL-LNG) END-EXEC.
           MOVE 'CMPL UPD' TO AUD-TITLE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM FILL-DSP-MSG THRU FILL-DSP-MSG-EXIT.
           GO TO SEND-MSG.
       CLOSE-CASE.
           MOVE DI-RES TO CP-RESOLUTION.
           IF NOT CP-RESOLUTION-OK,
               MOVE 'RESOLUTION MUST BE U, P, N OR X' TO MSGO,
               GO TO SEND-MSG.
           PERFORM READ-CASE-UPD THRU READ-CASE-UPD-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NO-CASE.
           IF NOT CP-IS-OPEN,
               EXEC CICS UNLOCK DATASET('COMPLNT') END-EXEC,
               MOVE 'THIS CASE IS ALREADY CLOSED' TO MSGO,
               GO TO SEND-MSG.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           MOVE 'C' TO CP-STATUS.
           MOVE DI-RES TO CP-RESOLUTION.
           MOVE DI-TEXT TO CP-RES-TEXT.
           MOVE WS-CCYYMMDD TO CP-CLOSE-DATE.
           MOVE EIBOPID TO CP-WORK-OPID.
           EXEC CICS REWRITE DATASET('COMPLNT') FROM(COMPLNT-REC)
               LENGTH(CMPL-LNG) END-EXEC.
           MOVE 'CMPL CLOSE' TO AUD-TITLE.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           PERFORM FILL-DSP-MSG THRU FILL-DSP-MSG-EXIT.
           GO TO SEND-MSG.
       SEND-MSG.
           EXEC CICS SEND MAP('ACCTMSG') MAPSET('ACCTSET')
               FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
       NO-CASE.
           MOVE 'NO COMPLAINT CASE ON FILE WITH THAT NUMBER' TO MSGO.
           GO TO SEND-MSG.
       NO-ACCT-RECORD.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGO.
           GO TO SEND-MSG.
       CK-CATEGORY.
           MOVE 'N' TO CAT-SW.
           MOVE 'Q' TO CD-TYPE, MOVE DI-CAT TO CD-VALUE.
           IF DI-CAT = SPACE,
               MOVE 'A VALID COMPLAINT CATEGORY IS REQUIRED' TO MSGO,
               GO TO CK-CATEGORY-EXIT.
           EXEC CICS READ DATASET('CDTABLE') INTO(CDTABLE-REC)
               RIDFLD(CD-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'CATEGORY NOT ON THE COMPLAINT-CATEGORY TABLE'
                   TO MSGO,
           ELSE MOVE 'Y' TO CAT-SW.
       CK-CATEGORY-EXIT.
           EXIT.
      *    A REGULATOR IS INVOLVED FROM TODAY: THE RESPONSE FALLS DUE
      *    WS-REG-DAYS FROM NOW UNLESS IT WAS ALREADY DUE SOONER.
       SET-REGULATOR.
           MOVE 'Y' TO CP-REG-FLAG.
           MOVE WS-CCYYMMDD TO CP-REG-DATE.
           COMPUTE WS-DUE-ABSTIME = WS-ABSTIME
               + WS-REG-DAYS * WS-DAY-MS.
           EXEC CICS FORMATTIME ABSTIME(WS-DUE-ABSTIME)
               YYYYMMDD(WS-REG-DUE) END-EXEC.
           IF WS-REG-DUE < CP-DUE-DATE,
               MOVE WS-REG-DUE TO CP-DUE-DATE.
       SET-REGULATOR-EXIT.
           EXIT.
      *    THE NEXT CASE NUMBER IS ONE PAST THE HIGHEST ON FILE FOR
      *    THE ACCOUNT.
       NEXT-SEQ.
           MOVE 0 TO LAST-SEQ.
           MOVE DI-ACCT TO CP-ACCT, MOVE 0 TO CP-SEQ.
           EXEC CICS STARTBR DATASET('COMPLNT') RIDFLD(CP-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO NEXT-SEQ-EXIT.
       NEXT-SEQ-LOOP.
           EXEC CICS READNEXT DATASET('COMPLNT') INTO(COMPLNT-REC)
               LENGTH(CMPL-LNG) RIDFLD(CP-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR CP-ACCT NOT = DI-ACCT,
               GO TO NEXT-SEQ-END.
           MOVE CP-SEQ TO LAST-SEQ.
           GO TO NEXT-SEQ-LOOP.
       NEXT-SEQ-END.
           EXEC CICS ENDBR DATASET('COMPLNT') RESP(WS-RESP) END-EXEC.
       NEXT-SEQ-EXIT.
           EXIT.
       READ-CASE.
           MOVE DI-ACCT TO CP-ACCT, MOVE DI-SEQ-N TO CP-SEQ.
           EXEC CICS READ DATASET('COMPLNT') INTO(COMPLNT-REC)
               RIDFLD(CP-KEY) LENGTH(CMPL-LNG) RESP(WS-RESP) END-EXEC.
       READ-CASE-EXIT.
           EXIT.
       READ-CASE-UPD.
           MOVE DI-ACCT TO CP-ACCT, MOVE DI-SEQ-N TO CP-SEQ.
           EXEC CICS READ DATASET('COMPLNT') INTO(COMPLNT-REC)
               RIDFLD(CP-KEY) LENGTH(CMPL-LNG) UPDATE RESP(WS-RESP)
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
           IF CP-OPENED MOVE 'OPEN' TO DSP-MSG-STAT,
           ELSE IF CP-IN-WORK MOVE 'IN WORK' TO DSP-MSG-STAT,
           ELSE IF CP-UPHELD MOVE 'UPHELD' TO DSP-MSG-STAT,
           ELSE IF CP-PART-UPHELD MOVE 'PART UPHELD' TO DSP-MSG-STAT,
           ELSE IF CP-NOT-UPHELD MOVE 'NOT UPHELD' TO DSP-MSG-STAT,
           ELSE IF CP-WITHDRAWN MOVE 'WITHDRAWN' TO DSP-MSG-STAT,
           ELSE MOVE CP-STATUS TO DSP-MSG-STAT.
           MOVE CP-SEQ TO DSP-MSG-SEQ.
           MOVE CP-CHANNEL TO DSP-MSG-CHAN.
           MOVE CP-CATEGORY TO DSP-MSG-CAT.
           MOVE CP-REG-FLAG TO DSP-MSG-REG.
           MOVE CP-DUE-DATE TO DSP-MSG-DUE.
           MOVE DSP-MSG TO MSGO.
       FILL-DSP-MSG-EXIT.
           EXIT.
       WRITE-JOURNAL.
           MOVE DI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE '7' TO AUD-REQC.
           MOVE SPACES TO AUD-IMAGE.
           MOVE COMPLNT-REC TO AUD-IMAGE (1:90).
           MOVE EIBOPID TO AUD-IMAGE (92:3).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-JOURNAL-EXIT.
           EXIT.
       NO-GOOD.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
