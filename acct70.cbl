                  AC27 R NNNNN  - REJECT, THE REQUEST IS DISCARDED
                        AND THE CREDIT STAYS ON THE ACCOUNT.
                EITHER DECISION IS WRITTEN TO THE ACCTAUD TRAIL AS A
                TYPE 'R' RECORD.  A SUPERVISOR WHO ADJUSTED THE
                ACCOUNT ON AC18, OR TRANSFERRED A PAYMENT ONTO OR OFF
                IT ON AC44, IN THE LAST 30 DAYS MAY NOT APPROVE ITS
                REFUND: THE APPROVAL IS REFUSED AND WRITTEN TO
                ACCTAUD AS A TYPE 'U' 'SELF APPR' RECORD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           02  MAX-LINES              PIC S9(4) COMP VALUE +6.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-MMDDYY              PIC 9(6).
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
           02  RF-LINE.
               04  RFL-ACCT           PIC X(5).
               04  FILLER             PIC X(2) VALUE SPACES.
               MOVE 'THAT REFUND HAS ALREADY BEEN DECIDED' TO MSGMO,
               GO TO SEND-SCREEN.
           IF AP-ACTION = 'R' GO TO DECIDE-REJECT.
           MOVE AP-ACCT TO CHK-ACCT.
           PERFORM CK-OWN-CHANGE THRU CK-OWN-CHANGE-EXIT.
           IF OWN-CHANGE,
               EXEC CICS UNLOCK DATASET('REFPEND') END-EXEC,
               PERFORM WRITE-REFUSAL THRU WRITE-REFUSAL-EXIT,
               MOVE
                   'SELF-APPROVAL REFUSED - ANOTHER SUPERVISOR MUST ACT'
                   TO MSGMO,
               GO TO SEND-SCREEN.
       DECIDE-APPROVE.
           MOVE 'A' TO RF-STATUS.
           MOVE EIBOPID TO RF-DEC-OPID.
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
           MOVE 'R' TO AUD-IMAGE (5:1).

           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-REFUSAL-EXIT.
           EXIT.
       SEND-SCREEN.
           MOVE DFHBMBRY TO MSGMA.
           EXEC CICS SEND MAP('ACCTMNU') MAPSET('ACCTSET')
