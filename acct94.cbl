       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT94.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC36'
                TRANSACTION, WHICH RECORDS A SERVICEMEMBER'S PERIOD
                OF ACTIVE DUTY WHEN THE CUSTOMER SENDS IN ORDERS OR
                CALLS, WITHOUT WAITING FOR THE NEXT MONTHLY ACCT93
                MATCH FILE.  THE PERIOD IS KEPT ON THE SAME MILSVC
                FILE THE MATCH LOADER WRITES, AND WHILE IT IS IN
                FORCE THE RATE IS CAPPED AT 6 PERCENT A YEAR, NO FEES
                ARE CHARGED AND THE ACCOUNT IS NOT PLACED:
                  AC36 NNNNN A CCYYMMDD CCYYMMDD BR
                        - RECORD A PERIOD WITH THE DATE DUTY BEGAN,
                          THE DATE IT ENDS IF THE ORDERS GIVE ONE
                          (BLANK WHILE STILL SERVING) AND THE
                          BRANCH.  ANY OPERATOR.
                  AC36 NNNNN E CCYYMMDD CCYYMMDD
                        - END (OR CORRECT THE END OF) THE PERIOD
                          THAT BEGAN ON THE FIRST DATE.  ANY OPERATOR.
                  AC36 NNNNN X CCYYMMDD
                        - WITHDRAW A PERIOD RECORDED IN ERROR.
                          OPERATORS PROVISIONED IN SUPVTAB ONLY.
                EVERY ACTION IS JOURNALED TO THE ACCTAUD TRAIL AS A
                TYPE 'C' RECORD, THE SAME TYPE ACCT93 WRITES.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  MILSVC-LNG             PIC S9(4) COMP VALUE +80.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  MIL-INPUT.
               04  MI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  MI-ACTION          PIC X.
               04  FILLER             PIC X.
               04  MI-START           PIC X(8).
               04  MI-START-N REDEFINES MI-START PIC 9(8).
               04  MI-START-R REDEFINES MI-START.
                   06  MI-START-CCYY  PIC 9(4).
                   06  MI-START-MM    PIC 9(2).
                   06  MI-START-DD    PIC 9(2).
               04  FILLER             PIC X.
               04  MI-END             PIC X(8).
               04  MI-END-N REDEFINES MI-END PIC 9(8).
               04  MI-END-R REDEFINES MI-END.
                   06  MI-END-CCYY    PIC 9(4).
                   06  MI-END-MM      PIC 9(2).
                   06  MI-END-DD      PIC 9(2).
               04  FILLER             PIC X.
               04  MI-BRANCH          PIC X(2).
           02  MIL-LNG                PIC S9(4) COMP VALUE +28.
           02  SUPV-RIDFLD            PIC X(3).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT94'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  MILSVC-REC. COPY MILSVC.
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
           MOVE SPACES TO MIL-INPUT.
           EXEC CICS RECEIVE INTO(MIL-INPUT) LENGTH(MIL-LNG)
               RESP(WS-RESP) END-EXEC.
       CK-INPUT.
           IF MI-ACCT < '10000' OR MI-ACCT > '99999' OR
               MI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF MI-ACTION NOT = 'A' AND MI-ACTION NOT = 'E' AND
               MI-ACTION NOT = 'X',
               MOVE 'ACTION MUST BE A (ADD), E (END) OR X (WITHDRAW)'
                   TO MSGMO, GO TO SEND-SCREEN.
      *    EVERY ACTION NAMES THE PERIOD BY THE DATE DUTY BEGAN.
           IF MI-START NOT NUMERIC,
               MOVE 'DATE DUTY BEGAN MUST BE CCYYMMDD' TO MSGMO,
               GO TO SEND-SCREEN.
           IF MI-START-MM < 1 OR MI-START-MM > 12 OR
               MI-START-DD < 1 OR MI-START-DD > 31 OR
               MI-START-CCYY < 1950,
               MOVE 'DATE DUTY BEGAN IS NOT A VALID DATE' TO MSGMO,
               GO TO SEND-SCREEN.
           IF MI-ACTION = 'X', GO TO CK-SUPERVISOR.
      *    AN END DATE IS OPTIONAL ON AN ADD AND REQUIRED TO END.
           IF MI-END = SPACES AND MI-ACTION = 'A',
               MOVE ZEROS TO MI-END.
           IF MI-END NOT NUMERIC,
               MOVE 'END OF DUTY MUST BE CCYYMMDD' TO MSGMO,
               GO TO SEND-SCREEN.
           IF MI-END-N = 0 AND MI-ACTION = 'E',
               MOVE 'END OF DUTY IS REQUIRED TO END A PERIOD' TO MSGMO,
               GO TO SEND-SCREEN.
           IF MI-END-N NOT = 0,
               IF MI-END-MM < 1 OR MI-END-MM > 12 OR
                   MI-END-DD < 1 OR MI-END-DD > 31 OR
                   MI-END-N < MI-START-N,
                   MOVE 'END OF DUTY NOT VALID OR BEFORE IT BEGAN'
                       TO MSGMO, GO TO SEND-SCREEN.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           IF MI-ACTION = 'E', GO TO APPLY-END.
           GO TO APPLY-ADD.
       CK-SUPERVISOR.
           MOVE EIBOPID TO SUPV-RIDFLD.
           EXEC CICS READ DATASET('SUPVTAB') INTO(SUPV-REC)
               RIDFLD(SUPV-RIDFLD) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NOT AUTHORIZED - SUPERVISORS ONLY' TO MSGMO,
               GO TO SEND-SCREEN.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           GO TO APPLY-WITHDRAW.
       APPLY-ADD.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(MI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           MOVE SPACES TO MILSVC-REC.
           MOVE MI-ACCT TO MS-ACCT.
           MOVE MI-START-N TO MS-START.
           MOVE MI-END-N TO MS-END.
           MOVE SPACE TO MS-STATUS.
           MOVE 'O' TO MS-SOURCE.
           MOVE MI-BRANCH TO MS-BRANCH.
           MOVE WS-CCYYMMDD TO MS-NOTICE-DATE, MS-UPD-DATE.
           MOVE 0 TO MS-FC-PERIOD, MS-FC-FORGONE-MO,
               MS-FC-FORGONE-TOT.
           MOVE EIBOPID TO MS-OPID.
           EXEC CICS WRITE DATASET('MILSVC') FROM(MILSVC-REC)
               RIDFLD(MS-KEY) LENGTH(MILSVC-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC),
               MOVE 'PERIOD ALREADY ON FILE - USE E TO END IT'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF WS-RESP NOT = DFHRESP(NORMAL), GO TO NO-GOOD.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'ACTIVE DUTY RECORDED - RATE CAPPED, NO FEES OR PLACING'
               TO MSGMO.
           GO TO SEND-SCREEN.
       APPLY-END.
           PERFORM READ-PERIOD THRU READ-PERIOD-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO ACTIVE-DUTY PERIOD BEGINS ON THAT DATE'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF MS-WITHDRAWN,
               EXEC CICS UNLOCK DATASET('MILSVC') END-EXEC,
               MOVE 'THAT PERIOD WAS WITHDRAWN - RECORD IT AGAIN'
                   TO MSGMO, GO TO SEND-SCREEN.
           MOVE MI-END-N TO MS-END.
           MOVE WS-CCYYMMDD TO MS-UPD-DATE.
           MOVE EIBOPID TO MS-OPID.
           EXEC CICS REWRITE DATASET('MILSVC') FROM(MILSVC-REC)
               LENGTH(MILSVC-LNG) END-EXEC.
           MOVE MS-BRANCH TO MI-BRANCH.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'END OF ACTIVE DUTY RECORDED AND JOURNALED' TO MSGMO.
           GO TO SEND-SCREEN.
       APPLY-WITHDRAW.
           PERFORM READ-PERIOD THRU READ-PERIOD-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO ACTIVE-DUTY PERIOD BEGINS ON THAT DATE'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF MS-WITHDRAWN,
               EXEC CICS UNLOCK DATASET('MILSVC') END-EXEC,
               MOVE 'THAT PERIOD IS ALREADY WITHDRAWN' TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE 'X' TO MS-STATUS.
           MOVE WS-CCYYMMDD TO MS-UPD-DATE.
           MOVE EIBOPID TO MS-OPID.
           EXEC CICS REWRITE DATASET('MILSVC') FROM(MILSVC-REC)
               LENGTH(MILSVC-LNG) END-EXEC.
           MOVE MS-END TO MI-END-N.
           MOVE MS-BRANCH TO MI-BRANCH.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'ACTIVE-DUTY PERIOD WITHDRAWN AND JOURNALED' TO MSGMO.
           GO TO SEND-SCREEN.
       NO-ACCT-RECORD.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO.
           GO TO SEND-SCREEN.
       READ-PERIOD.
           MOVE MI-ACCT TO MS-ACCT.
           MOVE MI-START-N TO MS-START.
           EXEC CICS READ DATASET('MILSVC') INTO(MILSVC-REC)
               RIDFLD(MS-KEY) LENGTH(MILSVC-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
       READ-PERIOD-EXIT.
           EXIT.
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
       GET-TODAY-EXIT.
           EXIT.
       WRITE-JOURNAL.
           MOVE MI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'C' TO AUD-REQC.
           MOVE SPACES TO AUD-IMAGE.
           IF MI-ACTION = 'A', MOVE 'MIL ACTIVE' TO AUD-TITLE.
           IF MI-ACTION = 'E', MOVE 'MIL ENDED' TO AUD-TITLE.
           IF MI-ACTION = 'X', MOVE 'MIL WITHDR' TO AUD-TITLE.
           MOVE 'O' TO AUD-IMAGE (1:1).
           MOVE MI-START TO AUD-IMAGE (3:8).
           MOVE MI-END TO AUD-IMAGE (12:8).
           MOVE MI-BRANCH TO AUD-IMAGE (21:2).
           MOVE EIBOPID TO AUD-IMAGE (42:3).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-JOURNAL-EXIT.
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
