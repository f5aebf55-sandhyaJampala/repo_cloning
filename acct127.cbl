       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT127.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC46'
                TRANSACTION, WHICH SHOWS EVERYTHING THAT HAS PASSED
                BETWEEN THE CUSTOMER AND US AS ONE NEWEST-FIRST
                TIMELINE, SO THE REP NO LONGER HOPS BETWEEN AC13, AC06,
                THE PAYMENT HISTORY AND THE COLLECTOR SCREENS:
                  AC46 NNNNN          - THE WHOLE TIMELINE.
                  AC46 NNNNN TTTTT    - ONE TYPE OF ENTRY ONLY.
                EACH LINE CARRIES THE DATE, THE TIME WHERE THE SOURCE
                KEEPS ONE, A TYPE TAG AND ONE LINE OF DETAIL:
                  NOTE  - AC13 FREE-TEXT NOTES (ACCTNOTE).
                  CORR  - LETTERS AND NOTICES SENT (CORRHIST).
                  PAY   - PAYMENTS, CHARGES, FEES AND ADJUSTMENTS
                          (PAYHIST).
                  COLL  - THE LAST COLLECTOR CALL OUTCOME (COLLWK).
                  AUTH  - AUTHORIZATION DECISIONS (AUTHLOG) OF THE
                          LAST AUTH-DAYS DAYS, AUTHLOG BEING KEPT IN
                          DATE ORDER FOR ALL ACCOUNTS.
                  AUDIT - THE SIGNIFICANT ACCTAUD EVENTS - ACCOUNT
                          CHANGES, STATUS, HOLDS, DISPUTES, COMPLAINTS
                          AND THE LIKE.  DISPLAY LOGS, IMAGE
                          COMPANIONS, REFUSED AND UNAUTHORIZED ATTEMPTS
                          AND LOCK BREAKS ARE LEFT OUT.
                SIX LINES TO A PAGE; PA2 PAGES TO OLDER ENTRIES AND
                PF7 BACK TO NEWER, THE SAME KEYS THE OTHER BROWSES USE.
                THE SOURCES ARE READ AGAIN FOR EVERY PAGE AND THE
                NEWEST EV-MAX ENTRIES KEPT; WHEN AN ACCOUNT HAS MORE,
                THE LAST PAGE SAYS SO AND A TYPE FILTER REACHES FURTHER
                BACK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  NOTE-LNG               PIC S9(4) COMP VALUE +92.
           02  CORR-LNG               PIC S9(4) COMP VALUE +270.
           02  PAYH-LNG               PIC S9(4) COMP VALUE +24.
           02  COLLWK-LNG             PIC S9(4) COMP VALUE +46.
           02  AUTHLOG-LNG            PIC S9(4) COMP VALUE +34.
           02  AUD-LNG                PIC S9(4) COMP VALUE +781.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  TL-INPUT.
               04  TI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  TI-TYPE            PIC X(5).
           02  TI-LNG                 PIC S9(4) COMP VALUE +11.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.
           02  MAX-LINES              PIC S9(4) COMP VALUE +6.
           02  SLOT-IX                PIC S9(4) COMP VALUE +0.
           02  EV-MAX                 PIC S9(4) COMP VALUE +120.
           02  EV-USED                PIC S9(4) COMP VALUE +0.
           02  EV-TOTAL               PIC S9(8) COMP VALUE +0.
           02  EV-LAST                PIC S9(4) COMP VALUE +0.
           02  EV-IX                  PIC S9(4) COMP VALUE +0.
           02  EV-JX                  PIC S9(4) COMP VALUE +0.
           02  PT-IX                  PIC S9(4) COMP VALUE +0.
           02  PT-MAX                 PIC S9(4) COMP VALUE +17.
           02  AUTH-DAYS              PIC S9(4) COMP VALUE +30.
           02  WK-KEY                 PIC 9(14) VALUE 0.
           02  JD-DATE                PIC S9(7) COMP-3 VALUE +0.
           02  JD-TIME                PIC S9(7) COMP-3 VALUE +0.
           02  JD-CYY                 PIC S9(4) COMP VALUE +0.
           02  JD-DDD                 PIC S9(4) COMP VALUE +0.
           02  JD-CCYY                PIC S9(4) COMP VALUE +0.
           02  JD-MM                  PIC S9(4) COMP VALUE +0.
           02  JD-MMSS                PIC S9(4) COMP VALUE +0.
           02  JD-MONTH-DAYS          PIC S9(4) COMP VALUE +0.
           02  JD-QUOT                PIC S9(4) COMP VALUE +0.
           02  JD-REM                 PIC S9(4) COMP VALUE +0.
           02  MONTH-SW               PIC X VALUE 'N'.
               88  MONTH-FOUND            VALUE 'Y'.
           02  MD-DATE                PIC 9(6).
           02  MD-DATE-R REDEFINES MD-DATE.
               04  MD-MM              PIC 9(2).
               04  MD-DD              PIC 9(2).
               04  MD-YY              PIC 9(2).
           02  BACK-DAYS              PIC S9(4) COMP VALUE +0.
           02  BACK-YR                PIC S9(4) COMP VALUE +0.
           02  BACK-DDD               PIC S9(4) COMP VALUE +0.
           02  BACK-QUOT              PIC S9(4) COMP VALUE +0.
           02  BACK-LEAP              PIC S9(4) COMP VALUE +0.
           02  BACK-DATE              PIC S9(7) COMP-3 VALUE +0.
           02  TL-CTRL.
               04  TLB-CTYPE          PIC X VALUE 'T'.
               04  TLB-ACCT           PIC X(5).
               04  TLB-TYPE           PIC X(5).
                   88  TLB-ALL            VALUE SPACES.
                   88  TLB-NOTE           VALUE 'NOTE'.
                   88  TLB-CORR           VALUE 'CORR'.
                   88  TLB-PAY            VALUE 'PAY'.
                   88  TLB-COLL           VALUE 'COLL'.
                   88  TLB-AUTH           VALUE 'AUTH'.
                   88  TLB-AUDIT          VALUE 'AUDIT'.
                   88  TLB-TYPE-OK        VALUE SPACES 'NOTE' 'CORR'
                                          'PAY' 'COLL' 'AUTH' 'AUDIT'.
               04  TLB-PAGE           PIC S9(4) COMP.
           02  TL-LINE.
               04  TLL-DATE           PIC X(8).
               04  FILLER             PIC X VALUE SPACE.
               04  TLL-TIME           PIC X(5).
               04  FILLER             PIC X VALUE SPACE.
               04  TLL-TAG            PIC X(5).
               04  FILLER             PIC X VALUE SPACE.
               04  TLL-TEXT           PIC X(57).
           02  DATE-EDIT.
               04  DE-MM              PIC 99.
               04  FILLER             PIC X VALUE '/'.
               04  DE-DD              PIC 99.
               04  FILLER             PIC X VALUE '/'.
               04  DE-YY              PIC 99.
           02  TIME-EDIT.
               04  TE-HH              PIC 99.
               04  FILLER             PIC X VALUE ':'.
               04  TE-MI              PIC 99.
           02  NOTE-DTL.
               04  ND-OPID            PIC X(3).
               04  FILLER             PIC X VALUE SPACE.
               04  ND-TEXT            PIC X(53).
           02  CORR-DTL.
               04  CD-FORM            PIC X(8).
               04  FILLER             PIC X VALUE SPACE.
               04  CD-HAND            PIC X(2).
               04  FILLER             PIC X VALUE SPACE.
               04  CD-TEXT            PIC X(45).
           02  PAY-DTL.
               04  PD-DESC            PIC X(13).
               04  FILLER             PIC X VALUE SPACE.
               04  PD-AMT             PIC X(8).
               04  FILLER             PIC X(5) VALUE ' SRC '.
               04  PD-SRC             PIC X.
               04  FILLER             PIC X(5) VALUE ' RSN '.
               04  PD-RSN             PIC X.
           02  PROM-DTL.
               04  FILLER             PIC X(8) VALUE 'PROMISE '.
               04  PR-AMT             PIC X(8).
               04  FILLER             PIC X(4) VALUE ' BY '.
               04  PR-DATE            PIC X(8).
               04  FILLER             PIC X VALUE SPACE.
               04  PR-KEPT            PIC X(6).
               04  FILLER             PIC X(4) VALUE ' OP '.
               04  PR-OPID            PIC X(3).
           02  CALLBK-DTL.
               04  FILLER             PIC X(13) VALUE 'CALLBACK FOR '.
               04  CB-DATE            PIC X(8).
               04  FILLER             PIC X(4) VALUE ' OP '.
               04  CB-OPID            PIC X(3).
           02  NOCON-DTL.
               04  FILLER             PIC X(14) VALUE 'NO CONTACT OP '.
               04  NC-OPID            PIC X(3).
           02  AUTH-DTL.
               04  AD-DEC             PIC X(8).
               04  FILLER             PIC X VALUE SPACE.
               04  AD-AMT             PIC X(8).
               04  FILLER             PIC X(5) VALUE ' RSN '.
               04  AD-RSN             PIC X(2).
               04  FILLER             PIC X(4) VALUE ' OP '.
               04  AD-OPID            PIC X(3).
               04  FILLER             PIC X(6) VALUE ' TERM '.
               04  AD-TERM            PIC X(4).
           02  AUD-DTL.
               04  AU-TITLE           PIC X(10).
               04  FILLER             PIC X(6) VALUE ' TERM '.
               04  AU-TERM            PIC X(4).
               04  FILLER             PIC X(6) VALUE ' TYPE '.
               04  AU-REQC            PIC X.
           02  TL-MSG.
               04  FILLER             PIC X(9) VALUE 'TIMELINE '.
               04  TM-ACCT            PIC X(5).
               04  FILLER             PIC X VALUE SPACE.
               04  TM-TYPE            PIC X(5).
               04  FILLER             PIC X(6) VALUE ' PAGE '.
               04  TM-PAGE            PIC Z9.
               04  FILLER             PIC X(4) VALUE ' OF '.
               04  TM-LAST            PIC Z9.
               04  TM-KEYS            PIC X(22).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT127'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
      *    THE TIMELINE, NEWEST ENTRY FIRST.  EV-KEY IS CCYYMMDDHHMMSS
      *    SO ENTRIES FROM SOURCES DATED IN DIFFERENT FORMS SORT
      *    TOGETHER; THE MMDDYY SOURCES CARRY NO TIME.
       01  EV-TABLE.
           02  EV-ENTRY               OCCURS 120 TIMES.
               04  EV-KEY             PIC 9(14).
               04  EV-LINE            PIC X(78).
       01  MONTH-DAYS-VALUES          PIC X(24)
               VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS             PIC 9(2) OCCURS 12 TIMES.
       01  PAY-TYPE-VALUES.
           02  FILLER                 PIC X(14) VALUE 'PPAYMENT'.
           02  FILLER                 PIC X(14) VALUE 'CCHARGE'.
           02  FILLER                 PIC X(14) VALUE 'RREVERSAL'.
           02  FILLER                 PIC X(14) VALUE 'FRETURN FEE'.
           02  FILLER                 PIC X(14) VALUE 'AADJ DEBIT'.
           02  FILLER                 PIC X(14) VALUE 'JADJ CREDIT'.
           02  FILLER                 PIC X(14) VALUE 'WFORGIVEN'.
           02  FILLER                 PIC X(14) VALUE 'OCHARGE-OFF'.
           02  FILLER                 PIC X(14) VALUE 'VRECOVERY'.
           02  FILLER                 PIC X(14) VALUE 'LLATE FEE'.
           02  FILLER                 PIC X(14) VALUE 'XOVERLIMIT FEE'.
           02  FILLER                 PIC X(14) VALUE 'YANNUAL FEE'.
           02  FILLER                 PIC X(14) VALUE 'KLEGAL COST'.
           02  FILLER                 PIC X(14) VALUE 'SDEBT SALE'.
           02  FILLER                 PIC X(14) VALUE 'MCOMMISSION'.
           02  FILLER                 PIC X(14) VALUE 'TTRANSFER OUT'.
           02  FILLER                 PIC X(14) VALUE 'UTRANSFER IN'.
       01  PAY-TYPE-TABLE REDEFINES PAY-TYPE-VALUES.
           02  PT-ENTRY               OCCURS 17 TIMES.
               04  PT-CODE            PIC X.
               04  PT-DESC            PIC X(13).
       01  ACCTNOTE-REC. COPY ACCTNOTE.
       01  CORRHIST-REC. COPY CORRHIST.
       01  PAYHIST-REC. COPY PAYHIST.
       01  COLLWK-REC. COPY COLLWK.
       01  AUTHLOG-REC. COPY AUTHLOG.
       01  ACCTAUD-REC. COPY ACCTAUD.
           COPY ACCTSET.
           COPY DFHAID.
           COPY DFHBMSCA.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  TL-COMM                PIC X(13).
           02  CTYPE REDEFINES TL-COMM PIC X.
       PROCEDURE DIVISION.
       INIT.
           EXEC CICS HANDLE CONDITION ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMNUI.
           IF EIBAID = DFHCLEAR,
               EXEC CICS XCTL PROGRAM('ACCTMENU') END-EXEC.
           IF EIBCALEN > 0 AND CTYPE = 'T',
               MOVE TL-COMM TO TL-CTRL,
               IF EIBAID = DFHPA2,
                   ADD 1 TO TLB-PAGE, GO TO SHOW-PAGE,
               ELSE IF EIBAID = DFHPF7,
                   IF TLB-PAGE > 1 SUBTRACT 1 FROM TLB-PAGE,
                       GO TO SHOW-PAGE,
                   ELSE GO TO SHOW-PAGE,
               ELSE GO TO SHOW-PAGE.
       FRESH-INPUT.
           MOVE SPACES TO TL-INPUT.
           EXEC CICS RECEIVE INTO(TL-INPUT) LENGTH(TI-LNG)
               RESP(WS-RESP) END-EXEC.
           IF TI-ACCT = SPACES OR TI-ACCT < '10000' OR
               TI-ACCT > '99999' OR TI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-PAGE-1.
           MOVE TI-TYPE TO TLB-TYPE.
           IF NOT TLB-TYPE-OK,
               MOVE 'TYPE MUST BE NOTE, CORR, PAY, COLL, AUTH OR AUDIT'
                   TO MSGMO, GO TO SEND-PAGE-1.
           MOVE TI-ACCT TO TLB-ACCT.
           MOVE 1 TO TLB-PAGE.
      *    EVERY PAGE READS THE SOURCES AFRESH AND KEEPS THE NEWEST
      *    EV-MAX ENTRIES, SO NOTHING BUT THE PAGE NUMBER HAS TO BE
      *    CARRIED BETWEEN SCREENS, AS ON THE AC13 NOTE BROWSE.
       SHOW-PAGE.
           MOVE 0 TO EV-USED, EV-TOTAL.
           IF TLB-ALL OR TLB-NOTE
               PERFORM SCAN-NOTES THRU SCAN-NOTES-EXIT.
           IF TLB-ALL OR TLB-CORR
               PERFORM SCAN-CORR THRU SCAN-CORR-EXIT.
           IF TLB-ALL OR TLB-PAY
               PERFORM SCAN-PAY THRU SCAN-PAY-EXIT.
           IF TLB-ALL OR TLB-COLL
               PERFORM SCAN-COLL THRU SCAN-COLL-EXIT.
           IF TLB-ALL OR TLB-AUTH
               PERFORM SCAN-AUTH THRU SCAN-AUTH-EXIT.
           IF TLB-ALL OR TLB-AUDIT
               PERFORM SCAN-AUDIT THRU SCAN-AUDIT-EXIT.
           IF EV-USED = 0,
               MOVE 'NO CONTACT HISTORY ON FILE FOR THIS ACCOUNT'
                   TO MSGMO, GO TO SEND-PAGE-1.
           COMPUTE EV-LAST = (EV-USED + MAX-LINES - 1) / MAX-LINES.
           IF TLB-PAGE > EV-LAST MOVE EV-LAST TO TLB-PAGE.
           IF TLB-PAGE < 1 MOVE 1 TO TLB-PAGE.
           PERFORM SHOW-LINE THRU SHOW-LINE-EXIT
               VARYING LINE-CNT FROM 1 BY 1 UNTIL LINE-CNT > MAX-LINES.
           MOVE TLB-ACCT TO TM-ACCT.
           MOVE TLB-TYPE TO TM-TYPE.
           IF TLB-ALL MOVE 'ALL' TO TM-TYPE.
           MOVE TLB-PAGE TO TM-PAGE.
           MOVE EV-LAST TO TM-LAST.
           MOVE ': PA2 OLDER, PF7 NEWER' TO TM-KEYS.
           IF TLB-PAGE = EV-LAST AND EV-TOTAL > EV-USED,
               MOVE ': MORE - KEY A TYPE' TO TM-KEYS.
           MOVE TL-MSG TO MSGMO.
           MOVE DFHBMBRY TO MSGMA, MOVE DFHBMASB TO SUMTTLMA.
           EXEC CICS SEND MAP('ACCTMNU') MAPSET('ACCTSET')
               FREEKB DATAONLY ERASEAUP END-EXEC.
           EXEC CICS RETURN TRANSID('AC46') COMMAREA(TL-CTRL)
               LENGTH(13) END-EXEC.
       SEND-PAGE-1.
           MOVE DFHBMBRY TO MSGMA.
           EXEC CICS SEND MAP('ACCTMNU') MAPSET('ACCTSET')
               FREEKB DATAONLY ERASEAUP END-EXEC.
           EXEC CICS RETURN TRANSID('AC46') END-EXEC.
       SHOW-LINE.
           COMPUTE SLOT-IX = (TLB-PAGE - 1) * MAX-LINES + LINE-CNT.
           IF SLOT-IX > EV-USED,
               MOVE SPACES TO SUMLNMO (LINE-CNT),
               GO TO SHOW-LINE-EXIT.
           MOVE EV-LINE (SLOT-IX) TO SUMLNMO (LINE-CNT).
       SHOW-LINE-EXIT.
           EXIT.
       SCAN-NOTES.
           MOVE TLB-ACCT TO NT-ACCT.
           MOVE 0 TO NT-DATE, NT-TIME, NT-SEQ.
           EXEC CICS STARTBR DATASET('ACCTNOTE') RIDFLD(NT-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-NOTES-EXIT.
       SCAN-NOTES-LOOP.
           EXEC CICS READNEXT DATASET('ACCTNOTE') INTO(ACCTNOTE-REC)
               LENGTH(NOTE-LNG) RIDFLD(NT-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-NOTES-END.
           IF NT-ACCT NOT = TLB-ACCT GO TO SCAN-NOTES-END.
           MOVE NT-DATE TO JD-DATE, MOVE NT-TIME TO JD-TIME.
           PERFORM JUL-KEY THRU JUL-KEY-EXIT.
           MOVE 'NOTE' TO TLL-TAG.
           MOVE NT-OPID TO ND-OPID.
           MOVE NT-TEXT TO ND-TEXT.
           MOVE NOTE-DTL TO TLL-TEXT.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           GO TO SCAN-NOTES-LOOP.
       SCAN-NOTES-END.
           EXEC CICS ENDBR DATASET('ACCTNOTE') RESP(WS-RESP) END-EXEC.
       SCAN-NOTES-EXIT.
           EXIT.
       SCAN-CORR.
           MOVE TLB-ACCT TO CH-ACCT.
           MOVE 0 TO CH-DATE, CH-TIME, CH-SEQ.
           EXEC CICS STARTBR DATASET('CORRHIST') RIDFLD(CH-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-CORR-EXIT.
       SCAN-CORR-LOOP.
           EXEC CICS READNEXT DATASET('CORRHIST') INTO(CORRHIST-REC)
               LENGTH(CORR-LNG) RIDFLD(CH-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-CORR-END.
           IF CH-ACCT NOT = TLB-ACCT GO TO SCAN-CORR-END.
           MOVE CH-DATE TO JD-DATE, MOVE CH-TIME TO JD-TIME.
           PERFORM JUL-KEY THRU JUL-KEY-EXIT.
           MOVE 'CORR' TO TLL-TAG.
           MOVE CH-FORM TO CD-FORM.
           MOVE CH-HANDLING TO CD-HAND.
           MOVE CH-TEXT TO CD-TEXT.
           MOVE CORR-DTL TO TLL-TEXT.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           GO TO SCAN-CORR-LOOP.
       SCAN-CORR-END.
           EXEC CICS ENDBR DATASET('CORRHIST') RESP(WS-RESP) END-EXEC.
       SCAN-CORR-EXIT.
           EXIT.
      *    THE SEED ENTRY AT THE HEAD OF AN ACCOUNT'S HISTORY IS NOT A
      *    TRANSACTION AND IS PASSED OVER.
       SCAN-PAY.
           MOVE TLB-ACCT TO PH-ACCT.
           MOVE 0 TO PH-SEQ.
           EXEC CICS STARTBR DATASET('PAYHIST') RIDFLD(PH-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-PAY-EXIT.
       SCAN-PAY-LOOP.
           EXEC CICS READNEXT DATASET('PAYHIST') INTO(PAYHIST-REC)
               LENGTH(PAYH-LNG) RIDFLD(PH-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-PAY-END.
           IF PH-ACCT NOT = TLB-ACCT GO TO SCAN-PAY-END.
           IF PH-IS-SEED GO TO SCAN-PAY-LOOP.
           IF PH-MO NOT NUMERIC OR PH-DAY NOT NUMERIC OR
               PH-YR NOT NUMERIC GO TO SCAN-PAY-LOOP.
           MOVE PH-MO TO MD-MM, MOVE PH-DAY TO MD-DD.
           MOVE PH-YR TO MD-YY.
           PERFORM MDY-KEY THRU MDY-KEY-EXIT.
           MOVE 'PAY' TO TLL-TAG.
           PERFORM FIND-PAY-TYPE THRU FIND-PAY-TYPE-EXIT
               VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > PT-MAX
               OR PT-CODE (PT-IX) = PH-TYPE.
           IF PT-IX > PT-MAX,
               MOVE SPACES TO PD-DESC, MOVE PH-TYPE TO PD-DESC,
           ELSE MOVE PT-DESC (PT-IX) TO PD-DESC.
           MOVE PH-AMT TO PD-AMT.
           MOVE PH-SRC TO PD-SRC.
           MOVE PH-RSN TO PD-RSN.
           MOVE PAY-DTL TO TLL-TEXT.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           GO TO SCAN-PAY-LOOP.
       SCAN-PAY-END.
           EXEC CICS ENDBR DATASET('PAYHIST') RESP(WS-RESP) END-EXEC.
       SCAN-PAY-EXIT.
           EXIT.
       FIND-PAY-TYPE.
           CONTINUE.
       FIND-PAY-TYPE-EXIT.
           EXIT.
      *    COLLWK HOLDS ONLY THE LATEST CALL FOR AN ACCOUNT ON THE
      *    QUEUE, DATED THE DAY IT WAS WORKED.
       SCAN-COLL.
           EXEC CICS READ DATASET('COLLWK') INTO(COLLWK-REC)
               LENGTH(COLLWK-LNG) RIDFLD(TLB-ACCT)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-COLL-EXIT.
           IF CW-UNWORKED OR CW-WORK-DATE NOT NUMERIC OR
               CW-WORK-DATE = 0 GO TO SCAN-COLL-EXIT.
           IF CW-PROMISE,
               MOVE CW-PROM-DATE TO MD-DATE,
               PERFORM MDY-KEY THRU MDY-KEY-EXIT,
               MOVE DATE-EDIT TO PR-DATE,
               MOVE CW-PROM-AMT TO PR-AMT,
               MOVE SPACES TO PR-KEPT,
               IF CW-PROMISE-KEPT MOVE 'KEPT' TO PR-KEPT,
               ELSE IF CW-PROMISE-BROKEN MOVE 'BROKEN' TO PR-KEPT.
           IF CW-CALLBACK,
               MOVE CW-CALL-DATE TO MD-DATE,
               PERFORM MDY-KEY THRU MDY-KEY-EXIT,
               MOVE DATE-EDIT TO CB-DATE.
           MOVE CW-OPID TO PR-OPID, CB-OPID, NC-OPID.
           MOVE CW-WORK-DATE TO MD-DATE.
           PERFORM MDY-KEY THRU MDY-KEY-EXIT.
           MOVE 'COLL' TO TLL-TAG.
           MOVE NOCON-DTL TO TLL-TEXT.
           IF CW-PROMISE MOVE PROM-DTL TO TLL-TEXT.
           IF CW-CALLBACK MOVE CALLBK-DTL TO TLL-TEXT.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
       SCAN-COLL-EXIT.
           EXIT.
      *    AUTHLOG IS KEYED BY DATE AND TIME FOR ALL ACCOUNTS, SO ONLY
      *    THE LAST AUTH-DAYS DAYS ARE READ AND THE ACCOUNT PICKED OUT.
       SCAN-AUTH.
           MOVE AUTH-DAYS TO BACK-DAYS.
           PERFORM DAYS-BACK THRU DAYS-BACK-EXIT.
           MOVE BACK-DATE TO AL-DATE.
           MOVE 0 TO AL-TIME, AL-SEQ.
           EXEC CICS STARTBR DATASET('AUTHLOG') RIDFLD(AL-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-AUTH-EXIT.
       SCAN-AUTH-LOOP.
           EXEC CICS READNEXT DATASET('AUTHLOG') INTO(AUTHLOG-REC)
               LENGTH(AUTHLOG-LNG) RIDFLD(AL-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-AUTH-END.
           IF AL-ACCT NOT = TLB-ACCT GO TO SCAN-AUTH-LOOP.
           MOVE AL-DATE TO JD-DATE, MOVE AL-TIME TO JD-TIME.
           PERFORM JUL-KEY THRU JUL-KEY-EXIT.
           MOVE 'AUTH' TO TLL-TAG.
           MOVE 'DECLINED' TO AD-DEC.
           IF AL-APPROVED MOVE 'APPROVED' TO AD-DEC.
           MOVE AL-AMT TO AD-AMT.
           MOVE AL-REASON TO AD-RSN.
           MOVE AL-OPID TO AD-OPID.
           MOVE AL-TERM TO AD-TERM.
           MOVE AUTH-DTL TO TLL-TEXT.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           GO TO SCAN-AUTH-LOOP.
       SCAN-AUTH-END.
           EXEC CICS ENDBR DATASET('AUTHLOG') RESP(WS-RESP) END-EXEC.
       SCAN-AUTH-EXIT.
           EXIT.
      *    DISPLAY LOGS ('Q'), IMAGE COMPANIONS ('I'), UNAUTHORIZED
      *    ('U') AND REFUSED ('S') ATTEMPTS AND LOCK BREAKS ('V') ARE
      *    NOT CUSTOMER EVENTS.  AN AC02 ADD, MODIFY OR DELETE WRITES
      *    SEVERAL ENTRIES AND IS SHOWN ONCE, FROM THE FIRST.
       SCAN-AUDIT.
           MOVE TLB-ACCT TO AUD-ACCT.
           MOVE 0 TO AUD-DATE, AUD-TIME, AUD-SEQ.
           EXEC CICS STARTBR DATASET('ACCTAUD') RIDFLD(AUD-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-AUDIT-EXIT.
       SCAN-AUDIT-LOOP.
           EXEC CICS READNEXT DATASET('ACCTAUD') INTO(ACCTAUD-REC)
               LENGTH(AUD-LNG) RIDFLD(AUD-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SCAN-AUDIT-END.
           IF AUD-ACCT NOT = TLB-ACCT GO TO SCAN-AUDIT-END.
           IF AUD-REQC = 'Q' OR AUD-REQC = 'I' OR AUD-REQC = 'U' OR
               AUD-REQC = 'V' OR AUD-REQC = 'S'
               GO TO SCAN-AUDIT-LOOP.
           IF (AUD-REQC = 'A' OR AUD-REQC = 'M' OR AUD-REQC = 'X')
               AND AUD-SEQ NOT = 1 GO TO SCAN-AUDIT-LOOP.
           MOVE AUD-DATE TO JD-DATE, MOVE AUD-TIME TO JD-TIME.
           PERFORM JUL-KEY THRU JUL-KEY-EXIT.
           MOVE 'AUDIT' TO TLL-TAG.
           MOVE AUD-TITLE TO AU-TITLE.
           MOVE AUD-TERM TO AU-TERM.
           MOVE AUD-REQC TO AU-REQC.
           MOVE AUD-DTL TO TLL-TEXT.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           GO TO SCAN-AUDIT-LOOP.
       SCAN-AUDIT-END.
           EXEC CICS ENDBR DATASET('ACCTAUD') RESP(WS-RESP) END-EXEC.
       SCAN-AUDIT-EXIT.
           EXIT.
      *    FILES THE ENTRY IN TL-LINE UNDER WK-KEY, AHEAD OF ANY OLDER
      *    OR SAME-MOMENT ENTRY.  ONCE THE TABLE IS FULL AN ENTRY
      *    OLDER THAN ALL OF IT IS COUNTED BUT NOT KEPT, AND A NEWER
      *    ONE PUSHES THE OLDEST OFF THE END.
       ADD-EVENT.
           ADD 1 TO EV-TOTAL.
           IF EV-USED = EV-MAX AND WK-KEY NOT > EV-KEY (EV-MAX)
               GO TO ADD-EVENT-EXIT.
           PERFORM FIND-SLOT THRU FIND-SLOT-EXIT
               VARYING EV-IX FROM 1 BY 1 UNTIL EV-IX > EV-USED
               OR EV-KEY (EV-IX) NOT > WK-KEY.
           IF EV-USED < EV-MAX ADD 1 TO EV-USED.
           PERFORM SHIFT-EVENT THRU SHIFT-EVENT-EXIT
               VARYING EV-JX FROM EV-USED BY -1 UNTIL EV-JX NOT > EV-IX.
           MOVE WK-KEY TO EV-KEY (EV-IX).
           MOVE TL-LINE TO EV-LINE (EV-IX).
       ADD-EVENT-EXIT.
           EXIT.
       FIND-SLOT.
           CONTINUE.
       FIND-SLOT-EXIT.
           EXIT.
       SHIFT-EVENT.
           MOVE EV-ENTRY (EV-JX - 1) TO EV-ENTRY (EV-JX).
       SHIFT-EVENT-EXIT.
           EXIT.
      *    JD-DATE (0CYYDDD) AND JD-TIME (HHMMSS) TO WK-KEY, WITH THE
      *    DATE AND TIME SET IN TL-LINE.  A CENTURY YEAR IS A LEAP
      *    YEAR ONLY WHEN IT DIVIDES BY 400.
       JUL-KEY.
           DIVIDE JD-DATE BY 1000 GIVING JD-CYY REMAINDER JD-DDD.
           COMPUTE JD-CCYY = 1900 + JD-CYY.
           MOVE 1 TO JD-MM.
           MOVE 'N' TO MONTH-SW.
           PERFORM MONTH-STEP THRU MONTH-STEP-EXIT UNTIL MONTH-FOUND.
           MOVE JD-MM TO DE-MM.
           MOVE JD-DDD TO DE-DD.
           DIVIDE JD-CCYY BY 100 GIVING JD-QUOT REMAINDER DE-YY.
           DIVIDE JD-TIME BY 10000 GIVING TE-HH REMAINDER JD-MMSS.
           DIVIDE JD-MMSS BY 100 GIVING TE-MI.
           COMPUTE WK-KEY = (JD-CCYY * 10000 + JD-MM * 100 + JD-DDD)
               * 1000000 + JD-TIME.
           MOVE DATE-EDIT TO TLL-DATE.
           MOVE TIME-EDIT TO TLL-TIME.
       JUL-KEY-EXIT.
           EXIT.
       MONTH-STEP.
           MOVE MONTH-DAYS (JD-MM) TO JD-MONTH-DAYS.
           IF JD-MM = 2,
               DIVIDE JD-CCYY BY 4 GIVING JD-QUOT REMAINDER JD-REM,
               IF JD-REM = 0,
                   MOVE 29 TO JD-MONTH-DAYS,
                   DIVIDE JD-CCYY BY 100 GIVING JD-QUOT
                       REMAINDER JD-REM,
                   IF JD-REM = 0,
                       DIVIDE JD-CCYY BY 400 GIVING JD-QUOT
                           REMAINDER JD-REM,
                       IF JD-REM NOT = 0,
                           MOVE 28 TO JD-MONTH-DAYS.
           IF JD-DDD NOT > JD-MONTH-DAYS OR JD-MM = 12,
               MOVE 'Y' TO MONTH-SW,
               GO TO MONTH-STEP-EXIT.
           SUBTRACT JD-MONTH-DAYS FROM JD-DDD.
           ADD 1 TO JD-MM.
       MONTH-STEP-EXIT.
           EXIT.
      *    MD-DATE (MMDDYY, WINDOWED AT 50) TO WK-KEY AND DATE-EDIT,
      *    WITH THE DATE SET IN TL-LINE AND NO TIME.
       MDY-KEY.
           MOVE MD-MM TO DE-MM.
           MOVE MD-DD TO DE-DD.
           MOVE MD-YY TO DE-YY.
           IF MD-YY > 50,
               COMPUTE JD-CCYY = 1900 + MD-YY,
           ELSE COMPUTE JD-CCYY = 2000 + MD-YY.
           COMPUTE WK-KEY = (JD-CCYY * 10000 + MD-MM * 100 + MD-DD)
               * 1000000.
           MOVE DATE-EDIT TO TLL-DATE.
           MOVE SPACES TO TLL-TIME.
       MDY-KEY-EXIT.
           EXIT.
      *    BACK-DATE IS EIBDATE LESS BACK-DAYS, IN THE SAME 0CYYDDD
      *    FORM.
       DAYS-BACK.
           DIVIDE EIBDATE BY 1000 GIVING BACK-YR REMAINDER BACK-DDD.
           SUBTRACT BACK-DAYS FROM BACK-DDD.
       DAYS-BACK-LOOP.
           IF BACK-DDD > 0 GO TO DAYS-BACK-SET.
           SUBTRACT 1 FROM BACK-YR.
           DIVIDE BACK-YR BY 4 GIVING BACK-QUOT REMAINDER BACK-LEAP.
           IF BACK-LEAP = 0
               ADD 366 TO BACK-DDD
           ELSE
               ADD 365 TO BACK-DDD.
           GO TO DAYS-BACK-LOOP.
       DAYS-BACK-SET.
           COMPUTE BACK-DATE = BACK-YR * 1000 + BACK-DDD.
       DAYS-BACK-EXIT.
           EXIT.
       NO-GOOD.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
