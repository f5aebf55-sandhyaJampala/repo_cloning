                        AND THE PAYMENT IS NEVER APPLIED.
                EITHER DECISION IS WRITTEN TO THE ACCTAUD TRAIL AS A
                TYPE 'D' RECORD, ALONGSIDE THE AC11 LIMIT DECISIONS.
                A HELD ITEM COMES FROM THE BANK FILE, NOT FROM AN
                OPERATOR, SO A SUPERVISOR WHO HAS MOVED MONEY ON THE
                ACCOUNT - AN AC18 ADJUSTMENT OR AN AC44 TRANSFER
                IN THE LAST 30 DAYS - COUNTS AS ITS MAKER
                AND MAY NOT RELEASE IT: THE RELEASE IS REFUSED AND
                WRITTEN TO ACCTAUD AS A TYPE 'U' 'SELF APPR' RECORD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               04  WS-DD              PIC 9(2).
               04  WS-YY              PIC 9(2).
           02  SUPV-RIDFLD            PIC X(3).
           02  AUD-LNG                PIC S9(4) COMP VALUE +781.
           02  SOD-DAYS               PIC S9(4) COMP VALUE +30.
           02  CHK-ACCT               PIC X(5).
           02  OWN-CHG-SW             PIC X VALUE 'N'.
               88  OWN-CHANGE             VALUE 'Y'.
           02  BACK-DAYS              PIC S9(4) COMP VALUE +0.
           02  BACK-YR                PIC S9(4) COMP VALUE +0.
           02  BACK-DDD               PIC S9(4) COMP VALUE +0.
           02  BACK-QUOT              PIC S9(4) COMP VALUE +0.
           02  BACK-LEAP              PIC S9(4) COMP VALUE +0.
           02  BACK-DATE              PIC S9(7) COMP-3 VALUE +0.
           02  HD-LINE.
               04  HDL-DATE           PIC 9(7).
               04  FILLER             PIC X VALUE SPACE.
               GO TO SEND-SCREEN.
           IF HI-CMD = 'X' GO TO DECIDE-REJECT.
       DECIDE-RELEASE.
           MOVE HD-ACCT TO CHK-ACCT.
           PERFORM CK-OWN-CHANGE THRU CK-OWN-CHANGE-EXIT.
           IF OWN-CHANGE,
               EXEC CICS UNLOCK DATASET('PAYHOLD') END-EXEC,
               PERFORM WRITE-REFUSAL THRU WRITE-REFUSAL-EXIT,
               MOVE
                   'SELF-APPROVAL REFUSED - ANOTHER SUPERVISOR MUST ACT'
                   TO MSGMO,
               GO TO SEND-SCREEN.
           MOVE HD-AMT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD OR AMT-VAL-N NOT > 0,
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-DECISION-EXIT.
           EXIT.
      *    AN APPROVER WHO MOVED MONEY ON THE ACCOUNT - AN AC18
      *    ADJUSTMENT OR AN AC44 TRANSFER, BOTH JOURNALED AS TYPE 'I'
      *    ENTRIES WITH THE OPERATOR AT (405:3) - IN THE LAST SOD-DAYS
      *    DAYS MAY NOT ALSO RELEASE MONEY ON IT.  THE BROWSE STARTS
      *    AT THE FIRST ENTRY OF THE WINDOW.
       CK-OWN-CHANGE.
           MOVE 'N' TO OWN-CHG-SW.
           MOVE SOD-DAYS TO BACK-DAYS.
           PERFORM DAYS-BACK THRU DAYS-BACK-EXIT.
           MOVE LOW-VALUES TO AUD-KEY.
           MOVE CHK-ACCT TO AUD-ACCT.
           MOVE BACK-DATE TO AUD-DATE.
           EXEC CICS STARTBR DATASET('ACCTAUD') RIDFLD(AUD-KEY) GTEQ
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO CK-OWN-CHANGE-EXIT.
       CK-OWN-CHANGE-LOOP.
           EXEC CICS READNEXT DATASET('ACCTAUD') INTO(ACCTAUD-REC)
               LENGTH(AUD-LNG) RIDFLD(AUD-KEY)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR AUD-ACCT NOT = CHK-ACCT
               GO TO CK-OWN-CHANGE-DONE.
           IF AUD-REQC NOT = 'I' OR AUD-IMAGE (405:3) NOT = EIBOPID
               GO TO CK-OWN-CHANGE-LOOP.
           IF AUD-TITLE = 'ADJ IMAGE' OR AUD-TITLE = 'XFR IN' OR
               AUD-TITLE = 'XFR OUT',
               MOVE 'Y' TO OWN-CHG-SW,
               GO TO CK-OWN-CHANGE-DONE.
           GO TO CK-OWN-CHANGE-LOOP.
       CK-OWN-CHANGE-DONE.
           EXEC CICS ENDBR DATASET('ACCTAUD') RESP(WS-RESP) END-EXEC.
       CK-OWN-CHANGE-EXIT.
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
      *    A REFUSED SELF-APPROVAL IS JOURNALED THE WAY AC01 JOURNALS
      *    AN UNAUTHORIZED REQUEST: THE OPERATOR AT (1:3) AND THE KIND
      *    OF DECISION AT (5:1).
       WRITE-REFUSAL.
           MOVE CHK-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'U' TO AUD-REQC.
           MOVE 'SELF APPR' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE EIBOPID TO AUD-IMAGE (1:3).
           MOVE 'D' TO AUD-IMAGE (5:1).

           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-REFUSAL-EXIT.
           EXIT.
      *    THE NEXT PH-SEQ IS ONE PAST THE HIGHEST ON FILE FOR THE
      *    ACCOUNT.  EVERY ACCOUNT IS SEEDED WITH SEQUENCE 1 WHEN IT
      *    IS ADDED, SO A FORWARD BROWSE FROM SEQUENCE 1 FINDS IT.
