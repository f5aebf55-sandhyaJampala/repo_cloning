           02  TOMB-LNG               PIC S9(4) COMP VALUE +403.
           02  PRT-KIND               PIC X VALUE 'R'.
           02  LIM-ED                 PIC ZZZZ9.99.
           02  HOLD-LNG               PIC S9(4) COMP VALUE +40.
           02  HOLD-AMT-N             PIC S9(8)V99 COMP-3 VALUE +0.
           02  AVAIL-N                PIC S9(8)V99 COMP-3 VALUE +0.
           02  HOLD-AMT-X             PIC X(8).
           02  HOLD-AMT-XR REDEFINES HOLD-AMT-X.
               04  HOLD-AMT-INT       PIC 9(5).
               04  HOLD-AMT-POINT     PIC X.
               04  HOLD-AMT-DEC       PIC 9(2).
           02  TOMB-IMAGE-SV          PIC X(383).
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.        00001800
               'PAYMENT-BEHAVIOR SCORE '.
           02  SCORE-DSP-NO           PIC X(3).
       01  HHXREF-REC. COPY HHXREF.
       01  MINPAY-REC. COPY MINPAY.
       01  MIN-DSP-MSG.
           02  FILLER                 PIC X(8) VALUE 'MIN DUE '.
           02  MIN-DSP-AMT            PIC X(8).
           02  FILLER                 PIC X(4) VALUE ' BY '.
           02  MIN-DSP-MM             PIC X(2).
           02  FILLER                 PIC X VALUE '/'.
           02  MIN-DSP-DD             PIC X(2).
           02  FILLER                 PIC X VALUE '/'.
           02  MIN-DSP-CCYY           PIC X(4).
           02  FILLER                 PIC X VALUE SPACE.
           02  MIN-DSP-STAT           PIC X(8).
           02  FILLER                 PIC X(7) VALUE ' AVAIL '.
           02  MIN-DSP-AVAIL          PIC ZZZZZ9.99-.
       01  AVAIL-DSP-MSG.
           02  FILLER                 PIC X(6) VALUE 'LIMIT '.
           02  AVL-DSP-LIM            PIC ZZZZZ9.99.
           02  FILLER                 PIC X(19) VALUE
               '  AVAILABLE CREDIT '.
           02  AVL-DSP-AMT            PIC ZZZZZ9.99-.
       01  AUTHHOLD-REC. COPY AUTHHOLD.
       01  HH-DSP-MSG.
           02  FILLER                 PIC X(10) VALUE 'HOUSEHOLD '.
           02  HH-DSP-ID              PIC X(5).
           02  FILLER                 PIC X(25) VALUE
               ' - AC28 LISTS ALL MEMBERS'.
       01  COMPLNT-REC. COPY COMPLNT.
       01  CMPL-LNG                   PIC S9(4) COMP VALUE +90.
       01  CMPL-DSP-MSG.
           02  FILLER                 PIC X(30) VALUE
               '** OPEN COMPLAINT - AC45 CASE '.
           02  CMPL-DSP-SEQ           PIC 999.
           02  CMPL-DSP-REG           PIC X(24).
       01  ACCTTEL-REC.
           02  TL-KEY.
               04  TL-TEL             PIC X(10).
           EXEC CICS READNEXT DATASET('ACCTTEL') INTO(ACCTTEL-REC)
               LENGTH(TEL-LNG) RIDFLD(BRKEY-TEL) END-EXEC.
           IF TL-TEL NOT = TELC GO TO TEL-SRCH-DONE.
      *    AN ACCOUNT'S ADDITIONAL TELNUM NUMBERS HAVE INDEX ENTRIES
      *    TOO, AND ONLY THE PRIMARY'S IMAGE IS KEPT CURRENT, SO THE
      *    LINE IS BUILT FROM THE MASTER; AN ENTRY WHOSE ACCOUNT IS
      *    GONE IS PASSED OVER.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(TL-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO TEL-SRCH-LOOP.
           IF LINE-CNT = 0 MOVE BRKEY-TEL TO BRKEY-FIRST-TEL.
           ADD 1 TO LINE-CNT.
           IF LINE-CNT > MAX-LINES,
               PERFORM MSG-LOOKUP THRU MSG-LOOKUP-EXIT,
               MOVE MSG-TEXT (15) TO MSGMO,
               MOVE DFHBMBRY TO MSGMA, GO TO TEL-SRCH-DONE.
           MOVE CORRESPONDING ACCTREC TO SUM-LINE.
           MOVE SUM-LINE TO SUMLNMO (LINE-CNT).
           GO TO TEL-SRCH-LOOP.
           EXEC CICS ENDBR DATASET('ACCTHIST') END-EXEC.
       TOMB-SCAN-EXIT.
           EXIT.
      *    THE LATEST STATEMENT MINIMUM ON MINPAY (THE ACCOUNT'S LAST
      *    ROW - THE BROWSE STARTS JUST PAST IT AND STEPS BACK; PAST
      *    THE END OF THE FILE THE ALL-HIGH KEY POSITIONS AT THE LAST
      *    RECORD) AND WHETHER IT HAS BEEN MET.
       MINPAY-LOOKUP.
           MOVE ACCTDO IN ACCTREC TO MP-ACCT.
           MOVE 999999 TO MP-PERIOD.
           EXEC CICS STARTBR DATASET('MINPAY') RIDFLD(MP-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND),
               MOVE HIGH-VALUES TO MP-KEY,
               EXEC CICS STARTBR DATASET('MINPAY') RIDFLD(MP-KEY)
                   GTEQ RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO MINPAY-LOOKUP-EXIT.
       MINPAY-LOOKUP-PREV.
           EXEC CICS READPREV DATASET('MINPAY') INTO(MINPAY-REC)
               RIDFLD(MP-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
               MP-ACCT > ACCTDO IN ACCTREC,
               GO TO MINPAY-LOOKUP-PREV.
           EXEC CICS ENDBR DATASET('MINPAY') END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
               MP-ACCT NOT = ACCTDO IN ACCTREC,
               GO TO MINPAY-LOOKUP-EXIT.
           MOVE MP-MIN-DUE TO MIN-DSP-AMT.
           MOVE MP-DUE-DATE (5:2) TO MIN-DSP-MM.
           MOVE MP-DUE-DATE (7:2) TO MIN-DSP-DD.
           MOVE MP-DUE-DATE (1:4) TO MIN-DSP-CCYY.
           IF MP-MET MOVE 'MET' TO MIN-DSP-STAT,
           ELSE IF MP-MISSED MOVE 'PAST DUE' TO MIN-DSP-STAT,
           ELSE MOVE 'OPEN' TO MIN-DSP-STAT.
           MOVE MIN-DSP-MSG TO MSGDO.
       MINPAY-LOOKUP-EXIT.
           EXIT.
      *    AVAILABLE CREDIT IS THE LIMIT LESS THE BALANCE AND EVERY
      *    OPEN AC24 AUTHORIZATION HOLD ON AUTHHOLD.  IT RIDES THE
      *    MESSAGE LINE ON ITS OWN, OR BESIDE THE MINIMUM DUE.
       OPEN-TO-BUY.
           MOVE 0 TO HOLD-AMT-N, AVAIL-N.
           MOVE LOW-VALUES TO HL-KEY.
           MOVE ACCTDO IN ACCTREC TO HL-ACCT.
           EXEC CICS STARTBR DATASET('AUTHHOLD') RIDFLD(HL-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO OPEN-TO-BUY-SHOW.
       OPEN-TO-BUY-LOOP.
           EXEC CICS READNEXT DATASET('AUTHHOLD') INTO(AUTHHOLD-REC)
               LENGTH(HOLD-LNG) RIDFLD(HL-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
               HL-ACCT NOT = ACCTDO IN ACCTREC,
               GO TO OPEN-TO-BUY-END.
           IF HL-OPEN,
               MOVE HL-AMT TO HOLD-AMT-X,
               INSPECT HOLD-AMT-X REPLACING ALL ' ' BY '0',
               IF HOLD-AMT-INT NUMERIC AND HOLD-AMT-POINT = '.' AND
                   HOLD-AMT-DEC NUMERIC,
                   COMPUTE HOLD-AMT-N = HOLD-AMT-N + HOLD-AMT-INT
                       + HOLD-AMT-DEC / 100.
           GO TO OPEN-TO-BUY-LOOP.
       OPEN-TO-BUY-END.
           EXEC CICS ENDBR DATASET('AUTHHOLD') RESP(WS-RESP) END-EXEC.
       OPEN-TO-BUY-SHOW.
           IF LIMITDO IN ACCTREC NUMERIC,
               MOVE LIMITDO IN ACCTREC TO AVAIL-N.
           IF BAL IN ACCTREC (1) NUMERIC,
               SUBTRACT BAL IN ACCTREC (1) FROM AVAIL-N.
           SUBTRACT HOLD-AMT-N FROM AVAIL-N.
           MOVE 0 TO AVL-DSP-LIM.
           IF LIMITDO IN ACCTREC NUMERIC,
               MOVE LIMITDO IN ACCTREC TO AVL-DSP-LIM.
           MOVE AVAIL-N TO AVL-DSP-AMT, MIN-DSP-AVAIL.
           MOVE AVAIL-DSP-MSG TO MSGDO.
       OPEN-TO-BUY-EXIT.
           EXIT.
      *    AN OPEN COMPLAINT CASE ON COMPLNT (THE OLDEST, WHEN THERE
      *    IS MORE THAN ONE) IS BANNERED SO EVERY REP KNOWS OF IT.  A
      *    CEASE-CONTACT, BANKRUPTCY OR DECEASED BANNER STILL TAKES
      *    THE LINE OVER IT.
       COMPLAINT-CHECK.
           MOVE ACCTDO IN ACCTREC TO CP-ACCT.
           MOVE 0 TO CP-SEQ.
           EXEC CICS STARTBR DATASET('COMPLNT') RIDFLD(CP-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO COMPLAINT-CHECK-EXIT.
       COMPLAINT-CHECK-LOOP.
           EXEC CICS READNEXT DATASET('COMPLNT') INTO(COMPLNT-REC)
               LENGTH(CMPL-LNG) RIDFLD(CP-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
               CP-ACCT NOT = ACCTDO IN ACCTREC,
               GO TO COMPLAINT-CHECK-END.
           IF NOT CP-IS-OPEN GO TO COMPLAINT-CHECK-LOOP.
           MOVE CP-SEQ TO CMPL-DSP-SEQ.
           IF CP-REGULATOR,
               MOVE ' - REGULATOR INVOLVED **' TO CMPL-DSP-REG,
           ELSE MOVE ' **' TO CMPL-DSP-REG.
           MOVE CMPL-DSP-MSG TO MSGDO.
       COMPLAINT-CHECK-END.
           EXEC CICS ENDBR DATASET('COMPLNT') RESP(WS-RESP) END-EXEC.
       COMPLAINT-CHECK-EXIT.
           EXIT.
       TOMB-CHECK.
           PERFORM TOMB-SCAN THRU TOMB-SCAN-EXIT.
       TOMB-CHECK-EXIT.
               IF WS-RESP = DFHRESP(NORMAL),
                   MOVE HX-HHID TO HH-DSP-ID,
                   MOVE HH-DSP-MSG TO MSGDO.
           IF REQC = 'D' OR 'M',
               PERFORM OPEN-TO-BUY THRU OPEN-TO-BUY-EXIT,
               PERFORM MINPAY-LOOKUP THRU MINPAY-LOOKUP-EXIT.
           IF (REQC = 'D' OR 'M') AND MAILFLDO IN ACCTREC = 'R',
               MOVE 'MAIL RETURNED - ADDRESS UNDELIVERABLE' TO MSGDO.
           IF REQC = 'D' OR 'M',
               PERFORM COMPLAINT-CHECK THRU COMPLAINT-CHECK-EXIT.
           IF (REQC = 'D' OR 'M') AND CEASEDO IN ACCTREC = 'Y',
               MOVE '** CEASE-CONTACT ORDER ON FILE **' TO MSGDO.
           IF (REQC = 'D' OR 'M') AND BANKDO IN ACCTREC = 'B',
               MOVE '** ACTIVE BANKRUPTCY - ALL COLLECTION HALTED **'
                   TO MSGDO.
           IF (REQC = 'D' OR 'M') AND DECEDO IN ACCTREC = 'D',
               MOVE '** CUSTOMER DECEASED - ALL COLLECTION HALTED **'
                   TO MSGDO.
           MOVE CORRESPONDING ACCTREC TO ACCTDTLO.                      00031000
           IF LIMITDO IN ACCTREC NUMERIC,
               MOVE LIMITDO IN ACCTREC TO LIM-ED,
