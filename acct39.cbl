                THE ACCOUNT IS RESERVED THROUGH THE SAME 'AC0'
                USE-QID QUEUE AND ACCTLOCK MIRROR THE AC08 PAYMENT
                TRANSACTION USES.
                THE MEMO IS DATED WITH THE SYSTEM BUSINESS DATE, OR
                THE NEXT BUSINESS DATE WHEN KEYED AT OR AFTER THE
                BUSDATE ON-LINE CUTOFF TIME.
                EVERY POSTED MEMO ALSO GOES TO ACCTAUD AS A TYPE 'I'
                'ADJ IMAGE' ENTRY - THE ACCTREC AFTER-IMAGE WITH THE
                SIGNED AMOUNT, THE REASON AND THE OPERATOR BEHIND IT -
                SO THE AC27 REFUND APPROVAL CAN REFUSE AN OPERATOR WHO
                ADJUSTED THE ACCOUNT, AND SO ACCT80 REPLAYS THE NEW
                BALANCE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               04  WS-MM              PIC 9(2).
               04  WS-DD              PIC 9(2).
               04  WS-YY              PIC 9(2).
           02  BUSD-LNG               PIC S9(4) COMP VALUE +80.
           02  WS-CAL-DATE            PIC 9(8) VALUE 0.
           02  WS-POST-DATE           PIC 9(8) VALUE 0.
           02  FILLER REDEFINES WS-POST-DATE.
               04  WS-POST-CC         PIC 9(2).
               04  WS-POST-YY         PIC 9(2).
               04  WS-POST-MM         PIC 9(2).
               04  WS-POST-DD         PIC 9(2).
           02  SUPV-RIDFLD            PIC X(3).
           02  ADJ-MSG.
               04  ADJ-MSG-KIND       PIC X(12).
       01  ACCTREC.
           COPY ACCTREC.
       01  PAYHIST-REC. COPY PAYHIST.
       01  ACCTAUD-REC. COPY ACCTAUD.
       01  BUSDATE-REC. COPY BUSDATE.
       01  ACCTLOCK-REC. COPY ACCTLOCK.
       01  CDTABLE-REC. COPY CDTABLE.
       01  SUPV-REC. COPY SUPVTAB.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME) MMDDYY(WS-MMDDYY)
               END-EXEC.
           PERFORM SET-POST-DATE THRU SET-POST-DATE-EXIT.
      *    THE BALANCE DATE IS LEFT ALONE SO A CORRECTION DOES NOT
      *    RESET THE ACCOUNT'S AGING, THE SAME WAY ACCT14 POSTS A
      *    FINANCE CHARGE.
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)
               LENGTH(ACCT-LNG) END-EXEC.
           PERFORM ADD-PAYHIST THRU ADD-PAYHIST-EXIT.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
           MOVE AI-ACCT TO ADJ-MSG-ACCT.
           IF AI-SIGN = '+'
               MOVE 'DEBIT MEMO' TO ADJ-MSG-KIND
               MOVE 'Y' TO THRESH-OK-SW.
       GET-THRESHOLD-EXIT.
           EXIT.
       SET-POST-DATE.
      *    A POSTING MADE AT OR AFTER THE ON-LINE CUTOFF TIME ON THE
      *    BUSINESS DATE, OR AFTER MIDNIGHT BEFORE THE END-OF-DAY ROLL
      *    HAS RUN, CARRIES THE NEXT BUSINESS DATE FROM THE BUSDATE
      *    CONTROL RECORD.  WITHOUT THE RECORD THE CALENDAR DATE STANDS.
           MOVE 'BUSDATE' TO BD-KEY.
           EXEC CICS READ DATASET('BUSDATE') INTO(BUSDATE-REC)
               RIDFLD(BD-KEY) LENGTH(BUSD-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO SET-POST-DATE-EXIT.
           IF BD-CURR-DATE NOT NUMERIC OR BD-NEXT-DATE NOT NUMERIC
               GO TO SET-POST-DATE-EXIT.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CAL-DATE) END-EXEC.
           MOVE BD-CURR-DATE TO WS-POST-DATE.
           IF WS-CAL-DATE > BD-CURR-DATE
               MOVE BD-NEXT-DATE TO WS-POST-DATE.
           IF WS-CAL-DATE = BD-CURR-DATE AND BD-CUTOFF-TIME NUMERIC
               AND BD-CUTOFF-TIME > 0 AND EIBTIME NOT < BD-CUTOFF-TIME
               MOVE BD-NEXT-DATE TO WS-POST-DATE.
           MOVE WS-POST-MM TO WS-MM, MOVE WS-POST-DD TO WS-DD.
           MOVE WS-POST-YY TO WS-YY.
       SET-POST-DATE-EXIT.
           EXIT.
      *    THE NEXT PH-SEQ IS ONE PAST THE HIGHEST ON FILE FOR THE
      *    ACCOUNT.  EVERY ACCOUNT IS SEEDED WITH SEQUENCE 1 WHEN IT
      *    IS ADDED, SO A FORWARD BROWSE FROM SEQUENCE 1 FINDS IT.
               RIDFLD(PH-KEY) KEYLENGTH(7) END-EXEC.
       ADD-PAYHIST-EXIT.
           EXIT.
      *    THE AFTER-IMAGE GOES TO THE TRAIL AS A TYPE 'I' ENTRY WITH
      *    THE SIGN AND AMOUNT AT (385:9), THE REASON AT (395:1) AND
      *    THE OPERATOR AT (405:3), THE SAME PLACE AC44 KEEPS IT.
       WRITE-AUDIT.
           MOVE AI-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'I' TO AUD-REQC.
           MOVE 'ADJ IMAGE' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE ACCTREC TO AUD-IMAGE (1:383).
           MOVE AI-SIGN TO AUD-IMAGE (385:1).
           MOVE ADJ-AMT-N TO AMT-ED, MOVE AMT-ED TO AUD-IMAGE (386:8).
           MOVE AI-RSN TO AUD-IMAGE (395:1).
           MOVE EIBOPID TO AUD-IMAGE (405:3).
       WRITE-AUDIT-1.
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC),
               ADD 1 TO AUD-SEQ, GO TO WRITE-AUDIT-1.
       WRITE-AUDIT-EXIT.
           EXIT.
      *    A BALANCE OR ADJUSTMENT AMOUNT IS CARRIED AS EIGHT DISPLAY
      *    CHARACTERS IN THE FORM '  999.99' WITH THE DECIMAL POINT
      *    FIXED IN THE SIXTH POSITION.  LEADING SPACES ARE TREATED
