       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT91.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC35'
                TRANSACTION, WHICH RECORDS A DEATH NOTICE PHONED IN
                BY THE FAMILY OR THE ESTATE.  UNTIL NOW THE REP COULD
                ONLY LEAVE A NOTE, AND THE DUNNING, DIALING AND
                AGENCY PLACEMENT RUNS WENT ON AS IF NOTHING HAD
                HAPPENED.  THE NOTICE SETS DECEDO 'D' ON THE MASTER -
                THE SAME FLAG THE ACCT90 DEATH-MASTER LOADER SETS -
                WHICH STOPS FINANCE CHARGES, FEES, DUNNING, QUEUING,
                DIALING AND PLACEMENT, TAKES THE ACCOUNT OFF THE
                COLLWK QUEUE AT ONCE, AND OPENS A CLAIM ON THE ESTATE
                FILE FOR THE ACCT92 RUN TO MAIL THE ESTATE-CLAIM
                LETTER AND FOLLOW:
                  AC35 NNNNN D CCYYMMDD CALLER-NAME TELEPHONE
                        - RECORD THE NOTICE WITH THE DATE OF DEATH
                          AND WHO CALLED.  ANY OPERATOR.
                  AC35 NNNNN X
                        - WITHDRAW A NOTICE THAT PROVED WRONG; THE
                          FLAG CLEARS AND THE CLAIM IS CLOSED 'X'.
                          OPERATORS PROVISIONED IN SUPVTAB ONLY.
                EITHER ACTION IS JOURNALED TO THE ACCTAUD TRAIL AS A
                TYPE 'F' RECORD, THE SAME TYPE ACCT90 WRITES.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  ESTATE-LNG             PIC S9(4) COMP VALUE +100.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8) VALUE 0.
           02  ES-FOUND-SW            PIC X VALUE 'N'.
               88  ES-ON-FILE             VALUE 'Y'.
           02  DTH-INPUT.
               04  DI-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  DI-ACTION          PIC X.
               04  FILLER             PIC X.
               04  DI-DOD             PIC X(8).
               04  DI-DOD-N REDEFINES DI-DOD PIC 9(8).
               04  DI-DOD-R REDEFINES DI-DOD.
                   06  DI-DOD-CCYY    PIC 9(4).
                   06  DI-DOD-MM      PIC 9(2).
                   06  DI-DOD-DD      PIC 9(2).
               04  FILLER             PIC X.
               04  DI-CONTACT         PIC X(24).
               04  FILLER             PIC X.
               04  DI-TEL             PIC X(10).
           02  DTH-LNG                PIC S9(4) COMP VALUE +52.
           02  SUPV-RIDFLD            PIC X(3).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT91'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  ESTATE-REC. COPY ESTATE.
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
           MOVE SPACES TO DTH-INPUT.
           EXEC CICS RECEIVE INTO(DTH-INPUT) LENGTH(DTH-LNG)
               RESP(WS-RESP) END-EXEC.
       CK-INPUT.
           IF DI-ACCT < '10000' OR DI-ACCT > '99999' OR
               DI-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF DI-ACTION = 'D', GO TO CK-NOTICE.
           IF DI-ACTION = 'X', GO TO CK-SUPERVISOR.
           MOVE 'ACTION MUST BE D (NOTICE) OR X (WITHDRAW NOTICE)'
               TO MSGMO, GO TO SEND-SCREEN.
      *    A PHONED-IN NOTICE NEEDS A REAL DATE OF DEATH, NOT IN THE
      *    FUTURE, AND THE NAME OF WHOEVER CALLED FOR THE CLAIM FILE.
       CK-NOTICE.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           IF DI-DOD NOT NUMERIC,
               MOVE 'DATE OF DEATH MUST BE CCYYMMDD' TO MSGMO,
               GO TO SEND-SCREEN.
           IF DI-DOD-MM < 1 OR DI-DOD-MM > 12 OR DI-DOD-DD < 1 OR
               DI-DOD-DD > 31 OR DI-DOD-CCYY < 1900 OR
               DI-DOD-N > WS-CCYYMMDD,
               MOVE 'DATE OF DEATH NOT VALID - CCYYMMDD, NOT IN FUTURE'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF DI-CONTACT = SPACES,
               MOVE 'NAME OF THE CALLER IS REQUIRED FOR THE CLAIM'
                   TO MSGMO, GO TO SEND-SCREEN.
           GO TO APPLY-NOTICE.
       CK-SUPERVISOR.
           MOVE EIBOPID TO SUPV-RIDFLD.
           EXEC CICS READ DATASET('SUPVTAB') INTO(SUPV-REC)
               RIDFLD(SUPV-RIDFLD) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NOT AUTHORIZED - SUPERVISORS ONLY' TO MSGMO,
               GO TO SEND-SCREEN.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           GO TO APPLY-WITHDRAW.
       APPLY-NOTICE.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(DI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE END-EXEC.
           IF DECEDO = 'D',
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'ALREADY RECORDED AS DECEASED' TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE 'D' TO DECEDO.
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           EXEC CICS DELETE DATASET('COLLWK') RIDFLD(DI-ACCT)
               RESP(WS-RESP) END-EXEC.
           PERFORM READ-ESTATE THRU READ-ESTATE-EXIT.
           MOVE SPACES TO ESTATE-REC.
           MOVE DI-ACCT TO ES-ACCT.
           MOVE 'O' TO ES-STATUS, MOVE 'P' TO ES-SOURCE.
           MOVE DI-DOD-N TO ES-DOD.
           MOVE WS-CCYYMMDD TO ES-NOTICE-DATE.
           MOVE 0 TO ES-LETTER-DATE, ES-CLOSE-DATE.
           IF BAL (1) NUMERIC,
               MOVE BAL (1) TO ES-BAL-AT-NOTICE
           ELSE
               MOVE 0 TO ES-BAL-AT-NOTICE.
           MOVE DI-CONTACT TO ES-CONTACT.
           MOVE DI-TEL TO ES-CONTACT-TEL.
           MOVE EIBOPID TO ES-OPID.
           PERFORM PUT-ESTATE THRU PUT-ESTATE-EXIT.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'DEATH NOTICE RECORDED - COLLECTION HALTED, CLAIM OPEN'
               TO MSGMO.
           GO TO SEND-SCREEN.
       APPLY-WITHDRAW.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD) END-EXEC.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(DI-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) UPDATE END-EXEC.
           IF DECEDO NOT = 'D',
               EXEC CICS UNLOCK DATASET('ACCTFIL') END-EXEC,
               MOVE 'ACCOUNT IS NOT RECORDED AS DECEASED' TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE SPACE TO DECEDO.
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           PERFORM READ-ESTATE THRU READ-ESTATE-EXIT.
           IF ES-ON-FILE,
               MOVE 'X' TO ES-STATUS,
               MOVE WS-CCYYMMDD TO ES-CLOSE-DATE,
               MOVE EIBOPID TO ES-OPID,
               PERFORM PUT-ESTATE THRU PUT-ESTATE-EXIT.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'DEATH NOTICE WITHDRAWN AND JOURNALED' TO MSGMO.
           GO TO SEND-SCREEN.
       NO-ACCT-RECORD.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGMO.
           GO TO SEND-SCREEN.
       READ-ESTATE.
           MOVE 'N' TO ES-FOUND-SW.
           MOVE DI-ACCT TO ES-ACCT.
           EXEC CICS READ DATASET('ESTATE') INTO(ESTATE-REC)
               RIDFLD(ES-ACCT) LENGTH(ESTATE-LNG) UPDATE
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL),
               MOVE 'Y' TO ES-FOUND-SW.
       READ-ESTATE-EXIT.
           EXIT.
       PUT-ESTATE.
           IF ES-ON-FILE,
               EXEC CICS REWRITE DATASET('ESTATE') FROM(ESTATE-REC)
                   LENGTH(ESTATE-LNG) END-EXEC
           ELSE
               EXEC CICS WRITE DATASET('ESTATE') FROM(ESTATE-REC)
                   RIDFLD(ES-ACCT) LENGTH(ESTATE-LNG) END-EXEC.
       PUT-ESTATE-EXIT.
           EXIT.
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
       GET-TODAY-EXIT.
           EXIT.
       WRITE-JOURNAL.
           MOVE DI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'F' TO AUD-REQC.
           MOVE SPACES TO AUD-IMAGE.
           IF DI-ACTION = 'D',
               MOVE 'DECEASED' TO AUD-TITLE,
               MOVE 'P' TO AUD-IMAGE (1:1),
               MOVE DI-DOD TO AUD-IMAGE (3:8),
               MOVE DI-CONTACT TO AUD-IMAGE (17:24)
           ELSE
               MOVE 'DEC WITHDR' TO AUD-TITLE,
               MOVE 'X' TO AUD-IMAGE (1:1).
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
