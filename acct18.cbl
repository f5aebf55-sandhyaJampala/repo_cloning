                RECORD; THE NIGHTLY ACCT17 REBUILD USES THEM TO         00001400
                DECIDE WHAT RESURFACES TOMORROW AND TO SCORE            00001500
                PROMISES KEPT VERSUS BROKEN FOR THE SUPERVISOR.         00001600
                THE TELEPHONE LINE ALSO SHOWS THE MINIMUM DUE AND
                DUE DATE FROM THE LATEST ACCT15 STATEMENT (MINPAY)
                AND WHETHER IT WAS MET OR IS PAST DUE.  AN ENTRY WHOSE
                STRATASG TREATMENT PATH IS DIALER ONLY IS LEFT TO THE
                AUTODIALER AND NOT SERVED HERE.
       ENVIRONMENT DIVISION.                                            00001700
       DATA DIVISION.                                                   00001800
       WORKING-STORAGE SECTION.                                         00001900
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.        00002100
           02  COLLWK-LNG             PIC S9(4) COMP VALUE +46.         00002200
           02  WS-RESP                PIC S9(8) COMP VALUE +0.          00002300
           02  STRATASG-LNG           PIC S9(4) COMP VALUE +60.
           02  COLL-INPUT.                                              00002400
               04  CI-ACCT            PIC X(5).                         00002500
               04  FILLER             PIC X.                            00002600
           02  WORK-LINE-2.                                             00005200
               04  FILLER             PIC X(10) VALUE 'TELEPHONE '.     00005300
               04  WL2-TEL            PIC X(10).                        00005400
               04  FILLER             PIC X(10) VALUE '  MIN DUE '.
               04  WL2-MIN            PIC X(8).
               04  FILLER             PIC X(4) VALUE ' BY '.
               04  WL2-DUE-MM         PIC X(2).
               04  FILLER             PIC X VALUE '/'.
               04  WL2-DUE-DD         PIC X(2).
               04  FILLER             PIC X VALUE '/'.
               04  WL2-DUE-CCYY       PIC X(4).
               04  FILLER             PIC X VALUE SPACE.
               04  WL2-MIN-STAT       PIC X(8).
           02  WORK-LINE-3.                                             00005500
               04  WL3-ADDR1          PIC X(24).                        00005600
               04  FILLER             PIC X(2) VALUE SPACES.            00005700
       01  ACCTREC.                                                     00006500
           COPY ACCTREC.                                                00006600
       01  COLLWK-REC. COPY COLLWK.                                     00006700
       01  MINPAY-REC. COPY MINPAY.
       01  STRATASG-REC. COPY STRATASG.
           COPY ACCTSET.                                                00006800
           COPY DFHAID.                                                 00006900
           COPY DFHBMSCA.                                               00007000
           EXEC CICS READNEXT DATASET('COLLWK') INTO(COLLWK-REC)        00008900
               LENGTH(COLLWK-LNG) RIDFLD(BR-KEY) END-EXEC.              00009000
           IF NOT CW-UNWORKED GO TO NEXT-LOOP.                          00009100
           EXEC CICS READ DATASET('STRATASG') INTO(STRATASG-REC)
               RIDFLD(CW-ACCT) LENGTH(STRATASG-LNG)
               RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND SA-ACTIVE
               AND SA-PATH-DIALER GO TO NEXT-LOOP.
           EXEC CICS ENDBR DATASET('COLLWK') END-EXEC.                  00009200
           EXEC CICS HANDLE CONDITION NOTFND(NO-MASTER) END-EXEC.       00009300
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(CW-ACCT)            00009400
           MOVE CW-BUCKET TO WL1-BUCKET.                                00009800
           MOVE CW-BAL TO WL1-BAL.                                      00009900
           MOVE TELDO TO WL2-TEL.                                       00010000
           PERFORM GET-MINIMUM THRU GET-MINIMUM-EXIT.
           MOVE ADDR1DO TO WL3-ADDR1, MOVE ADDR2DO TO WL3-ADDR2.        00010100
           MOVE ADDR3DO TO WL4-ADDR3.                                   00010200
           MOVE WORK-LINE-1 TO SUMLNMO (1).                             00010300
           MOVE 'OUTCOME: AC10 NNNNN P MMDDYY AMT / C MMDDYY / N'       00010700
               TO MSGMO.                                                00010800
           GO TO SEND-SCREEN.                                           00010900
      *    THE LATEST MINPAY ROW FOR THE ACCOUNT - THE BROWSE STARTS
      *    JUST PAST ITS LAST PERIOD AND STEPS BACK (AT THE END OF THE
      *    FILE THE ALL-HIGH KEY POSITIONS AT THE LAST RECORD).
       GET-MINIMUM.
           MOVE 'NONE' TO WL2-MIN.
           MOVE SPACES TO WL2-DUE-MM, WL2-DUE-DD, WL2-DUE-CCYY,
               WL2-MIN-STAT.
           MOVE CW-ACCT TO MP-ACCT.
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
           IF WS-RESP = DFHRESP(NORMAL) AND MP-ACCT > CW-ACCT
               GO TO GET-MINIMUM-PREV.
           EXEC CICS ENDBR DATASET('MINPAY') END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR MP-ACCT NOT = CW-ACCT
               GO TO GET-MINIMUM-EXIT.
           MOVE MP-MIN-DUE TO WL2-MIN.
           MOVE MP-DUE-DATE (5:2) TO WL2-DUE-MM.
           MOVE MP-DUE-DATE (7:2) TO WL2-DUE-DD.
           MOVE MP-DUE-DATE (1:4) TO WL2-DUE-CCYY.
           IF MP-MET MOVE 'MET' TO WL2-MIN-STAT.
           IF MP-MISSED MOVE 'PAST DUE' TO WL2-MIN-STAT.
           IF MP-OPEN MOVE 'OPEN' TO WL2-MIN-STAT.
       GET-MINIMUM-EXIT.
           EXIT.
       QUEUE-EMPTY.                                                     00011000
           MOVE 'NO UNWORKED COLLECTION ACCOUNTS ON THE QUEUE'          00011100
               TO MSGMO.                                                00011200
