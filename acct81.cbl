                A KEPT QUOTE CAN BE HONORED EVEN IF MONTH-END LANDS
                IN BETWEEN.  THE AC10 COLLECTOR SCREEN REACHES HERE
                WITH ITS 'Q' COMMAND, PASSING THE ACCOUNT IN THE
                COMMAREA.  THE ANSWER ALSO CARRIES THE MINIMUM DUE
                FROM THE LATEST ACCT15 STATEMENT (MINPAY), MARKED
                'MET' OR 'PD' (PAST DUE) ONCE IT HAS BEEN SETTLED,
                SO 'WHAT DO I HAVE TO PAY THIS MONTH' IS ANSWERED
                IN THE SAME BREATH.  WHILE A SERVICEMEMBER'S
                ACTIVE-DUTY PERIOD ON THE MILSVC FILE COVERS THE
                AS-OF DATE, THE CHARGE IS FIGURED AT THE 6 PERCENT A
                YEAR CAP ACCT14 APPLIES, AND THE ANSWER SAYS 'MIL'.
                A RATE CHANGE WAITING ON RATEFIL IS QUOTED FROM ITS
                EFFECTIVE DATE ONCE ITS NOTICE HAS GONE OUT, AGAIN
                AS ACCT14 WILL CHARGE IT, AND LIKE ACCT14 THE CHARGE
                IS FIGURED ON THE PRINCIPAL PART OF THE BALANCE ONLY.
                THE ACCT130 SELF-SERVICE INQUIRY LINKS HERE WITH A
                LONGER COMMAREA AND TAKES THE PAYOFF, GOOD-THROUGH
                DATE, MINIMUM DUE AND DUE DATE BACK IN IT INSTEAD OF
                ON THE SCREEN; THE QUOTE IS LOGGED THE SAME WAY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  BC-LNG                 PIC S9(4) COMP VALUE +50.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  QUO-INPUT.
               04  QI-ACCT            PIC X(5).
           02  WS-Z-H                 PIC S9(4) COMP VALUE +0.
           02  WS-Z-W1                PIC S9(9) COMP VALUE +0.
           02  WS-Z-W2                PIC S9(9) COMP VALUE +0.
           02  MIL-CAP-N              PIC S9(6)V99 COMP-3 VALUE 0.50.
           02  MIL-ASOF               PIC 9(8) VALUE 0.
           02  RATE-ASOF              PIC 9(8) VALUE 0.
           02  MIL-SW                 PIC X VALUE 'N'.
               88  MIL-COVERED            VALUE 'Y'.
           02  LINK-SW                PIC X VALUE 'N'.
               88  LINKED-CALL            VALUE 'Y'.
           02  QUO-MSG.
               04  FILLER             PIC X(7) VALUE 'PAYOFF '.
               04  QUO-MSG-AMT        PIC X(9).
               04  FILLER             PIC X(7) VALUE ' AS OF '.
               04  QUO-MSG-ASOF       PIC 99/99/99.
               04  FILLER             PIC X(6) VALUE ' THRU '.
               04  QUO-MSG-THRU       PIC 9(8).
               04  FILLER             PIC X(5) VALUE ' MIN '.
               04  QUO-MSG-MIN        PIC X(8).
               04  QUO-MSG-MINST      PIC X(4).
               04  QUO-MSG-MIL        PIC X(4).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT81'.
               04  ERR-FN             PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  RATE-REC.
           COPY RATEFIL.
       01  QUOTELOG-REC.
           COPY QUOTELOG.
       01  MINPAY-REC.
           COPY MINPAY.
       01  MILSVC-REC.
           COPY MILSVC.
       01  BALCOMP-REC.
           COPY BALCOMP.
       01  BALCOMP-LINK.
           COPY BCLINK.
           COPY ACCTSET.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-ACCT                PIC X(5).
           02  CA-LINK-AREA.
               04  CA-RESULT          PIC X(2).
               04  CA-PAYOFF          PIC S9(7)V99 COMP-3.
               04  CA-GOOD-THRU       PIC 9(8).
               04  CA-MIN-DUE         PIC X(8).
               04  CA-DUE-DATE        PIC 9(8).
       PROCEDURE DIVISION.
       INIT.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD)
               ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMSGO.
           MOVE SPACES TO QUO-INPUT.
      *    ACCT130 LINKS WITH THE ACCOUNT AND ROOM FOR THE ANSWER.
           IF EIBCALEN > 5,
               MOVE 'Y' TO LINK-SW,
               MOVE 'ER' TO CA-RESULT,
               MOVE 0 TO CA-PAYOFF, CA-GOOD-THRU, CA-DUE-DATE,
               MOVE SPACES TO CA-MIN-DUE.
      *    THE AC10 COLLECTOR SCREEN ARRIVES HERE BY XCTL WITH THE
      *    ACCOUNT IN THE COMMAREA; A DIRECT AC32 ENTRY IS RECEIVED
      *    FROM THE TERMINAL.
               GO TO SEND-MSG.
           MOVE BAL (1) TO BAL-AMT-N.
           MOVE 0 TO CHARGE-N.
           MOVE SPACES TO QUO-MSG-MIL.
           PERFORM AGE-ACCOUNT THRU AGE-ACCOUNT-EXIT.
           PERFORM GET-PRINCIPAL THRU GET-PRINCIPAL-EXIT.
           IF WS-AGE-MOS > 0
               PERFORM GET-RATE THRU GET-RATE-EXIT
               PERFORM CK-MILITARY THRU CK-MILITARY-EXIT
               IF MIL-COVERED AND RATE-N > MIL-CAP-N
                   MOVE MIL-CAP-N TO RATE-N
                   MOVE ' MIL' TO QUO-MSG-MIL
               END-IF
               IF RATE-N > 0
                   COMPUTE CHARGE-N ROUNDED =
                       BCL-PRIN * RATE-N / 100
               END-IF
           END-IF.
           IF CHARGE-N < 0,
               MOVE 0 TO CHARGE-N.
           COMPUTE PAYOFF-N = BAL-AMT-N + CHARGE-N.
           PERFORM GOOD-THROUGH THRU GOOD-THROUGH-EXIT.
           PERFORM LOG-QUOTE THRU LOG-QUOTE-EXIT.
           MOVE PAYOFF-ED TO QUO-MSG-AMT.
           MOVE WS-ASOF TO QUO-MSG-ASOF.
           MOVE WS-GT-DATE TO QUO-MSG-THRU.
           PERFORM GET-MINIMUM THRU GET-MINIMUM-EXIT.
           IF LINKED-CALL,
               MOVE 'OK' TO CA-RESULT,
               MOVE PAYOFF-N TO CA-PAYOFF,
               MOVE WS-GT-DATE TO CA-GOOD-THRU.
           MOVE QUO-MSG TO MSGO.
           GO TO SEND-MSG.
      *    THE ACCOUNT IS AGED OFF ITS FIRST PAY-HIST BALANCE DATE
               SUBTRACT 1 FROM WS-AGE-MOS.
       AGE-ACCOUNT-EXIT.
           EXIT.
      *    THE CHARGE IS QUOTED ON PRINCIPAL ONLY, AS ACCT14 CHARGES
      *    IT.  THE BALCOMP SPLIT IS BROUGHT UP TO THE BALANCE
      *    THROUGH CBLPGM04 WITHOUT BEING REWRITTEN; AN ACCOUNT WITH
      *    NO SPLIT ON FILE IS ALL PRINCIPAL.
       GET-PRINCIPAL.
           MOVE 0 TO BCL-PRIN, BCL-FIN, BCL-FEES.
           EXEC CICS READ DATASET('BALCOMP') RIDFLD(QI-ACCT)
               INTO(BALCOMP-REC) LENGTH(BC-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND BC-PRIN NUMERIC
               AND BC-FIN NUMERIC AND BC-FEES NUMERIC,
               MOVE BC-PRIN TO BCL-PRIN,
               MOVE BC-FIN TO BCL-FIN,
               MOVE BC-FEES TO BCL-FEES.
           MOVE 'S' TO BCL-FUNCTION.
           MOVE BAL-AMT-N TO BCL-OLD-BAL.
           MOVE 0 TO BCL-AMT.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
       GET-PRINCIPAL-EXIT.
           EXIT.
       WINDOW-YEAR.
           IF WS-WINDOW-YY <= WS-YR-WINDOW
               COMPUTE WS-WINDOW-CCYY = 2000 + WS-WINDOW-YY
               RIDFLD(RATE-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO GET-RATE-EXIT.
           MOVE WS-ASOF-YY TO WS-WINDOW-YY.
           PERFORM WINDOW-YEAR THRU WINDOW-YEAR-EXIT.
           COMPUTE RATE-ASOF = WS-WINDOW-CCYY * 10000
               + WS-ASOF-MM * 100 + WS-ASOF-DD.
           MOVE RATE-PCT TO AMT-X.
           IF RATE-NOTICED AND RATE-EFF-DATE-N NUMERIC
               AND RATE-ASOF >= RATE-EFF-DATE-N
               MOVE RATE-NEW-PCT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF NOT AMT-BAD
               MOVE AMT-VAL-N TO RATE-N.
       GET-RATE-EXIT.
           EXIT.
      *    AN ACTIVE-DUTY PERIOD COVERS THE AS-OF DATE WHEN IT IS NOT
      *    WITHDRAWN, HAS BEGUN AND HAS NOT ENDED (ZERO END = STILL
      *    SERVING) - THE SAME TEST ACCT14 MAKES.
       CK-MILITARY.
           MOVE 'N' TO MIL-SW.
           MOVE WS-ASOF-YY TO WS-WINDOW-YY.
           PERFORM WINDOW-YEAR THRU WINDOW-YEAR-EXIT.
           COMPUTE MIL-ASOF = WS-WINDOW-CCYY * 10000
               + WS-ASOF-MM * 100 + WS-ASOF-DD.
           MOVE QI-ACCT TO MS-ACCT.
           MOVE 0 TO MS-START.
           EXEC CICS STARTBR DATASET('MILSVC') RIDFLD(MS-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO CK-MILITARY-EXIT.
       CK-MILITARY-NEXT.
           EXEC CICS READNEXT DATASET('MILSVC') INTO(MILSVC-REC)
               RIDFLD(MS-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR MS-ACCT NOT = QI-ACCT
               GO TO CK-MILITARY-END.
           IF MS-WITHDRAWN OR MS-START > MIL-ASOF
               GO TO CK-MILITARY-NEXT.
           IF MS-END NOT = 0 AND MS-END < MIL-ASOF
               GO TO CK-MILITARY-NEXT.
           MOVE 'Y' TO MIL-SW.
       CK-MILITARY-END.
           EXEC CICS ENDBR DATASET('MILSVC') END-EXEC.
       CK-MILITARY-EXIT.
           EXIT.
      *****************************************************************
      * GOOD-THROUGH: FOURTEEN DAYS OUT (SHORT MONTHS ROLLED THE WAY
      * THE ACCT15 DUE-DATE ARITHMETIC ROLLS THEM), THEN FORWARD TO
           DIVIDE WS-Z-H BY 7 GIVING WS-Z-J REMAINDER WS-Z-H.
       DAY-OF-WEEK-EXIT.
           EXIT.
      *    THE LATEST MINPAY ROW FOR THE ACCOUNT - THE BROWSE STARTS
      *    JUST PAST ITS LAST PERIOD AND STEPS BACK (AT THE END OF THE
      *    FILE THE ALL-HIGH KEY POSITIONS AT THE LAST RECORD).
       GET-MINIMUM.
           MOVE 'NONE' TO QUO-MSG-MIN.
           MOVE SPACES TO QUO-MSG-MINST.
           MOVE QI-ACCT TO MP-ACCT.
           MOVE 999999 TO MP-PERIOD.
           EXEC CICS STARTBR DATASET('MINPAY') RIDFLD(MP-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND),
               MOVE HIGH-VALUES TO MP-KEY,
               EXEC CICS STARTBR DATASET('MINPAY') RIDFLD(MP-KEY)
                   GTEQ RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO GET-MINIMUM-EXIT.
       GET-MINIMUM-PREV.
           EXEC CICS READPREV DATASET('MINPAY') INTO(MINPAY-REC)
               RIDFLD(MP-KEY) RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND MP-ACCT > QI-ACCT
               GO TO GET-MINIMUM-PREV.
           EXEC CICS ENDBR DATASET('MINPAY') END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR MP-ACCT NOT = QI-ACCT
               GO TO GET-MINIMUM-EXIT.
           MOVE MP-MIN-DUE TO QUO-MSG-MIN.
           IF MP-MET MOVE ' MET' TO QUO-MSG-MINST.
           IF MP-MISSED MOVE ' PD' TO QUO-MSG-MINST.
           IF LINKED-CALL,
               MOVE MP-MIN-DUE TO CA-MIN-DUE,
               MOVE MP-DUE-DATE TO CA-DUE-DATE.
       GET-MINIMUM-EXIT.
           EXIT.
       LOG-QUOTE.
           MOVE EIBDATE TO QL-DATE.
           MOVE EIBTIME TO QL-TIME.
           EXIT.
       NO-ACCT-RECORD.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGO.
           IF LINKED-CALL MOVE 'NF' TO CA-RESULT.
           GO TO SEND-MSG.
       EDIT-AMOUNT.
      *    A RATE OR AMOUNT IS EIGHT DISPLAY CHARACTERS IN THE FORM
       EDIT-AMOUNT-EXIT.
           EXIT.
       SEND-MSG.
           IF LINKED-CALL
               EXEC CICS RETURN END-EXEC.
           EXEC CICS SEND MAP('ACCTMSG') MAPSET('ACCTSET')
               FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
