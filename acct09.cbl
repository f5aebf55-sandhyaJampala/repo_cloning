                THROUGH THE SAME 'AC0' USE-QID QUEUE THE AC01/AC02      00001200
                UPDATE TRANSACTIONS USE, SO A PAYMENT CANNOT LAND IN    00001300
                THE MIDDLE OF AN IN-FLIGHT ON-LINE EDIT.                00001400
                THE PAYMENT IS DATED WITH THE SYSTEM BUSINESS DATE,
                OR THE NEXT BUSINESS DATE WHEN KEYED AT OR AFTER THE
                BUSDATE ON-LINE CUTOFF TIME.  ON THE BALCOMP SPLIT THE
                PAYMENT PAYS FEES FIRST, THEN FINANCE CHARGES, THEN
                PRINCIPAL.
       ENVIRONMENT DIVISION.                                            00001500
       DATA DIVISION.                                                   00001600
       WORKING-STORAGE SECTION.                                         00001700
               04  WS-MM              PIC 9(2).                         00005400
               04  WS-DD              PIC 9(2).                         00005500
               04  WS-YY              PIC 9(2).                         00005600
           02  BUSD-LNG               PIC S9(4) COMP VALUE +80.
           02  BC-LNG                 PIC S9(4) COMP VALUE +50.
           02  BC-FOUND-SW            PIC X VALUE 'N'.
               88  BC-FOUND               VALUE 'Y'.
           02  WS-CAL-DATE            PIC 9(8) VALUE 0.
           02  WS-POST-DATE           PIC 9(8) VALUE 0.
           02  FILLER REDEFINES WS-POST-DATE.
               04  WS-POST-CC         PIC 9(2).
               04  WS-POST-YY         PIC 9(2).
               04  WS-POST-MM         PIC 9(2).
               04  WS-POST-DD         PIC 9(2).
           02  PAY-MSG.                                                 00005700
               04  FILLER             PIC X(11) VALUE 'PAYMENT OF '.    00005800
               04  PAY-MSG-AMT        PIC X(8).                         00005900
       01  ACCTREC.                                                     00007300
           COPY ACCTREC.                                                00007400
       01  PAYHIST-REC. COPY PAYHIST.                                   00007500
       01  BUSDATE-REC. COPY BUSDATE.
       01  BALCOMP-REC. COPY BALCOMP.
       01  BALCOMP-LINK. COPY BCLINK.
       01  ACCTLOCK-REC. COPY ACCTLOCK.                                 00007600
           COPY ACCTSET.                                                00007700
       PROCEDURE DIVISION.                                              00007800
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.              00014000
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME) MMDDYY(WS-MMDDYY)   00014100
               END-EXEC.                                                00014200
           PERFORM SET-POST-DATE THRU SET-POST-DATE-EXIT.
           MOVE PAY-HIST (2) TO PAY-HIST (3).                           00014300
           MOVE PAY-HIST (1) TO PAY-HIST (2).                           00014400
           MOVE BAL-AMT-N TO BAL (1).                                   00014500
           MOVE WS-YY TO PYR (1).                                       00015000
           EXEC CICS REWRITE DATASET('ACCTFIL') FROM(ACCTREC)           00015100
               LENGTH(ACCT-LNG) END-EXEC.                               00015200
           PERFORM POST-COMPONENTS THRU POST-COMPONENTS-EXIT.
           PERFORM ADD-PAYHIST THRU ADD-PAYHIST-EXIT.                   00015300
           MOVE PI-ACCT TO PAY-MSG-ACCT.                                00015400
           MOVE PAY-AMT-N TO AMT-ED, MOVE AMT-ED TO PAY-MSG-AMT.        00015500
               MOVE 'N' TO OWN-SW.                                      00017000
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGO.       00017100
           GO TO SEND-MSG.                                              00017200
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
      *    THE PAYMENT PAYS FEES FIRST, THEN FINANCE CHARGES, THEN
      *    PRINCIPAL ON THE BALCOMP SPLIT, THROUGH CBLPGM04.  AN
      *    ACCOUNT WITH NO SPLIT ON FILE IS ALL PRINCIPAL.
       POST-COMPONENTS.
           MOVE 0 TO BCL-PRIN, BCL-FIN, BCL-FEES.
           MOVE 'N' TO BC-FOUND-SW.
           EXEC CICS READ DATASET('BALCOMP') INTO(BALCOMP-REC)
               RIDFLD(PI-ACCT) LENGTH(BC-LNG) UPDATE RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL), MOVE 'Y' TO BC-FOUND-SW.
           IF NOT BC-FOUND, MOVE SPACES TO BALCOMP-REC.
           IF BC-FOUND AND BC-PRIN NUMERIC AND BC-FIN NUMERIC
               AND BC-FEES NUMERIC,
               MOVE BC-PRIN TO BCL-PRIN,
               MOVE BC-FIN TO BCL-FIN,
               MOVE BC-FEES TO BCL-FEES.
           MOVE 'A' TO BCL-FUNCTION.
           COMPUTE BCL-OLD-BAL = BAL-AMT-N + PAY-AMT-N.
           MOVE PAY-AMT-N TO BCL-AMT.
           CALL 'CBLPGM04' USING BALCOMP-LINK.
           MOVE PI-ACCT TO BC-ACCT.
           MOVE BCL-PRIN TO BC-PRIN.
           MOVE BCL-FIN TO BC-FIN.
           MOVE BCL-FEES TO BC-FEES.
           IF BC-FOUND,
               EXEC CICS REWRITE DATASET('BALCOMP') FROM(BALCOMP-REC)
                   LENGTH(BC-LNG) RESP(WS-RESP) END-EXEC
           ELSE
               EXEC CICS WRITE DATASET('BALCOMP') FROM(BALCOMP-REC)
                   RIDFLD(BC-ACCT) LENGTH(BC-LNG) RESP(WS-RESP)
                   END-EXEC.
       POST-COMPONENTS-EXIT.
           EXIT.
      *    THE NEXT PH-SEQ IS ONE PAST THE HIGHEST ON FILE FOR THE      00017300
      *    ACCOUNT.  EVERY ACCOUNT IS SEEDED WITH SEQUENCE 1 WHEN IT    00017400
      *    IS ADDED, SO A FORWARD BROWSE FROM SEQUENCE 1 FINDS IT.      00017500
