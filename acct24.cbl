                  AC12 FF A KEY DATA...   - LIST/ADD/CHANGE/DELETE      00000800
                WHERE FF NAMES THE FILE (CD=CDTABLE, SU=SUPVTAB,        00000900
                MS=ACCTMSG, CR=CRLIMIT,
                FL=FORMLAY, SB=STATTAB, FE=FEESCHED, FR=FRAUDRUL,
                SL=SOLTAB, CM=COMMTAB, RT=RATEFIL, ST=STRATTAB,
                PC=PRTCOST, SM=STMTMSG),
                A IS THE ACTION
                (L, A, C OR D), KEY IS THE RECORD KEY AND DATA IS       00001100
                THE RECORD BODY FOR ADDS AND CHANGES.  EVERY ADD,       00001200
                CHANGE AND DELETE IS WRITTEN TO THE ACCTAUD TRAIL AS    00001300
                A TYPE 'T' RECORD UNDER THE PSEUDO-ACCOUNT '*TBL*',     00001400
                SO IT CAN BE SEEN WHO ALTERED A CODE TABLE AND WHEN.    00001500
                A RATEFIL ENTRY'S DATA IS THE RATE IN FORCE, THEN
                ANY NEW RATE AND ITS CCYYMMDD EFFECTIVE DATE; THE
                NOTICE-STATUS BYTE BELONGS TO THE ACCT115 NOTICE RUN,
                SO AN ADD STARTS IT BLANK AND A CHANGE KEEPS IT ONLY
                WHILE THE NEW RATE AND DATE ARE LEFT AS THEY WERE.
                A STRATTAB RULE MUST NAME A KNOWN BUCKET, HISTORY
                TEST AND TREATMENT PATHS AND CARRY NUMERIC SCORE,
                BALANCE AND CHALLENGER-PERCENTAGE FIELDS.
                A PRTCOST ROW MUST NAME ITS OWNING DEPARTMENT AND
                CARRY NUMERIC COSTS AND A NUMERIC GL ACCOUNT.
                A STMTMSG RULE MUST CARRY CCYYMMDD EFFECTIVE DATES,
                A KNOWN CYCLE, BUCKET AND LANGUAGE, A STATE (OR **),
                NUMERIC SCORES AND A MESSAGE NUMBER OR INSERT CODE.
       ENVIRONMENT DIVISION.                                            00001600
       DATA DIVISION.                                                   00001700
       WORKING-STORAGE SECTION.                                         00001800
           02  WS-RDLEN               PIC S9(4) COMP VALUE +0.          00003400
           02  WS-KEY                 PIC X(8) VALUE SPACES.            00003500
           02  WS-RECORD              PIC X(80) VALUE SPACES.           00003600
           02  WS-OLD-RECORD          PIC X(80) VALUE SPACES.
           02  LINE-CNT               PIC S9(4) COMP VALUE +0.          00003700
           02  MAX-LINES              PIC S9(4) COMP VALUE +6.          00003800
           02  LIST-LINE.                                               00003900
               RESP(WS-RESP) END-EXEC.                                  00006400
           PERFORM SET-FILE THRU SET-FILE-EXIT.                         00006500
           IF WS-DSNAME = SPACES,                                       00006600
               MOVE
               'FILE MUST BE CD,SU,MS,CR,SB,FL,FE,FR,SL,CM,RT,ST,PC,SM'
                   TO MSGMO,
               GO TO SEND-SCREEN.                                       00006800
           IF TM-ACTION = 'L' GO TO LIST-FILE.                          00006900
           IF TM-ACTION = 'A' GO TO ADD-ENTRY.                          00007000
                   MOVE 'STATTAB' TO WS-DSNAME
                   MOVE 2 TO WS-KEYLEN
                   MOVE 41 TO WS-RECLEN
               WHEN 'FE'
                   MOVE 'FEESCHED' TO WS-DSNAME
                   MOVE 2 TO WS-KEYLEN
                   MOVE 30 TO WS-RECLEN
               WHEN 'FR'
                   MOVE 'FRAUDRUL' TO WS-DSNAME
                   MOVE 2 TO WS-KEYLEN
                   MOVE 41 TO WS-RECLEN
               WHEN 'SL'
                   MOVE 'SOLTAB' TO WS-DSNAME
                   MOVE 2 TO WS-KEYLEN
                   MOVE 30 TO WS-RECLEN
               WHEN 'CM'
                   MOVE 'COMMTAB' TO WS-DSNAME
                   MOVE 5 TO WS-KEYLEN
                   MOVE 30 TO WS-RECLEN
               WHEN 'RT'
                   MOVE 'RATEFIL' TO WS-DSNAME
                   MOVE 1 TO WS-KEYLEN
                   MOVE 30 TO WS-RECLEN
               WHEN 'ST'
                   MOVE 'STRATTAB' TO WS-DSNAME
                   MOVE 3 TO WS-KEYLEN
                   MOVE 50 TO WS-RECLEN
               WHEN 'PC'
                   MOVE 'PRTCOST' TO WS-DSNAME
                   MOVE 2 TO WS-KEYLEN
                   MOVE 53 TO WS-RECLEN
               WHEN 'SM'
                   MOVE 'STMTMSG' TO WS-DSNAME
                   MOVE 3 TO WS-KEYLEN
                   MOVE 60 TO WS-RECLEN
               WHEN 'FL'                                                00009700
                   MOVE 'FORMLAY' TO WS-DSNAME                          00009800
                   MOVE 8 TO WS-KEYLEN                                  00009900
           MOVE TM-KEY (1:WS-KEYLEN) TO WS-RECORD (1:WS-KEYLEN).        00010600
           MOVE TM-DATA TO WS-RECORD (WS-KEYLEN + 1:60).                00010700
       BUILD-RECORD-EXIT.                                               00010800
           EXIT.
      *    A RATE CHANGE NEEDS BOTH THE NEW RATE AND A CCYYMMDD
      *    EFFECTIVE DATE, OR NEITHER.
       CK-RATE.
           IF WS-RECORD (10:16) = SPACES,
               GO TO CK-RATE-EXIT.
           IF WS-RECORD (10:8) = SPACES
               OR WS-RECORD (18:8) NOT NUMERIC,
               MOVE 'RATE CHANGE NEEDS NEW RATE AND CCYYMMDD DATE'
                   TO MSGMO, GO TO SEND-SCREEN.
       CK-RATE-EXIT.
           EXIT.                                                        00010900
      *    A STRATEGY RULE: BUCKET 30, 60, 90 OR **, NUMERIC SCORE AND
      *    BALANCE RANGES, HISTORY TEST BLANK, B, P OR N, CHAMPION AND
      *    CHALLENGER PATHS S, L, D, C OR A, AND A NUMERIC PERCENTAGE.
       CK-STRAT.
           IF WS-RECORD (4:2) NOT = '30' AND NOT = '60'
               AND NOT = '90' AND NOT = '**',
               MOVE 'BUCKET MUST BE 30, 60, 90 OR **' TO MSGMO,
               GO TO SEND-SCREEN.
           IF WS-RECORD (6:16) NOT NUMERIC
               OR WS-RECORD (25:2) NOT NUMERIC,
               MOVE 'SCORES, BALANCES AND PERCENT MUST BE NUMERIC'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF WS-RECORD (22:1) NOT = SPACE AND NOT = 'B'
               AND NOT = 'P' AND NOT = 'N',
               MOVE 'HISTORY TEST MUST BE BLANK, B, P OR N' TO MSGMO,
               GO TO SEND-SCREEN.
           IF WS-RECORD (23:1) NOT = 'S' AND NOT = 'L' AND NOT = 'D'
               AND NOT = 'C' AND NOT = 'A'
               OR WS-RECORD (24:1) NOT = 'S' AND NOT = 'L'
               AND NOT = 'D' AND NOT = 'C' AND NOT = 'A',
               MOVE 'PATHS MUST BE S, L, D, C OR A' TO MSGMO,
               GO TO SEND-SCREEN.
       CK-STRAT-EXIT.
           EXIT.                                                        00010900
      *    A COST ROW: AN OWNING DEPARTMENT, FOUR NUMERIC COSTS AND A
      *    NUMERIC GL ACCOUNT.
       CK-COST.
           IF WS-RECORD (3:4) = SPACES,
               MOVE 'DEPARTMENT IS REQUIRED' TO MSGMO,
               GO TO SEND-SCREEN.
           IF WS-RECORD (7:20) NOT NUMERIC
               OR WS-RECORD (27:6) NOT NUMERIC,
               MOVE 'COSTS AND GL ACCOUNT MUST BE NUMERIC' TO MSGMO,
               GO TO SEND-SCREEN.
       CK-COST-EXIT.
           EXIT.
      *    A STATEMENT MESSAGE RULE: A CCYYMMDD START DATE (AND END
      *    DATE OR ZERO), CYCLE BLANK OR 1-4, BUCKET CU, 30, 60, 90 OR
      *    **, A STATE OR **, LANGUAGE BLANK, E OR S, NUMERIC SCORES
      *    AND MESSAGE NUMBER, AND A MESSAGE OR AN INSERT OR BOTH.
       CK-STMSG.
           IF WS-RECORD (4:16) NOT NUMERIC
               OR WS-RECORD (4:8) = '00000000',
               MOVE 'EFFECTIVE DATES MUST BE CCYYMMDD' TO MSGMO,
               GO TO SEND-SCREEN.
           IF WS-RECORD (20:1) NOT = SPACE
               AND (WS-RECORD (20:1) < '1' OR WS-RECORD (20:1) > '4'),
               MOVE 'CYCLE MUST BE BLANK OR 1-4' TO MSGMO,
               GO TO SEND-SCREEN.
           IF WS-RECORD (21:2) NOT = 'CU' AND NOT = '30'
               AND NOT = '60' AND NOT = '90' AND NOT = '**',
               MOVE 'BUCKET MUST BE CU, 30, 60, 90 OR **' TO MSGMO,
               GO TO SEND-SCREEN.
           IF WS-RECORD (23:2) = SPACES,
               MOVE 'STATE IS REQUIRED - ** FOR ANY STATE' TO MSGMO,
               GO TO SEND-SCREEN.
           IF WS-RECORD (25:1) NOT = SPACE AND NOT = 'E'
               AND NOT = 'S',
               MOVE 'LANGUAGE MUST BE BLANK, E OR S' TO MSGMO,
               GO TO SEND-SCREEN.
           IF WS-RECORD (27:10) NOT NUMERIC,
               MOVE 'SCORES AND MESSAGE NUMBER MUST BE NUMERIC'
                   TO MSGMO, GO TO SEND-SCREEN.
           IF WS-RECORD (33:4) = '0000' AND WS-RECORD (37:2) = SPACES,
               MOVE 'RULE NEEDS A MESSAGE NUMBER OR AN INSERT CODE'
                   TO MSGMO, GO TO SEND-SCREEN.
       CK-STMSG-EXIT.
           EXIT.
       LIST-FILE.                                                       00011000
           EXEC CICS HANDLE CONDITION NOTFND(LIST-DONE)                 00011100
               ENDFILE(LIST-DONE) END-EXEC.                             00011200
           GO TO SEND-SCREEN.                                           00013900
       ADD-ENTRY.                                                       00014000
           PERFORM BUILD-RECORD THRU BUILD-RECORD-EXIT.                 00014100
           IF TM-FILE = 'RT',
               PERFORM CK-RATE THRU CK-RATE-EXIT,
               MOVE SPACE TO WS-RECORD (26:1).
           IF TM-FILE = 'ST',
               PERFORM CK-STRAT THRU CK-STRAT-EXIT.
           IF TM-FILE = 'PC',
               PERFORM CK-COST THRU CK-COST-EXIT.
           IF TM-FILE = 'SM',
               PERFORM CK-STMSG THRU CK-STMSG-EXIT.
           MOVE TM-KEY TO WS-KEY.                                       00014200
           EXEC CICS WRITE DATASET(WS-DSNAME) FROM(WS-RECORD)           00014300
               RIDFLD(WS-KEY) KEYLENGTH(WS-KEYLEN)                      00014400
           IF WS-RESP NOT = DFHRESP(NORMAL),                            00016000
               MOVE 'NO ENTRY WITH THAT KEY - USE A TO ADD IT'          00016100
                   TO MSGMO, GO TO SEND-SCREEN.                         00016200
           MOVE WS-RECORD TO WS-OLD-RECORD.
           PERFORM BUILD-RECORD THRU BUILD-RECORD-EXIT.
           IF TM-FILE = 'RT',
               PERFORM CK-RATE THRU CK-RATE-EXIT,
               MOVE SPACE TO WS-RECORD (26:1),
               IF WS-RECORD (10:16) = WS-OLD-RECORD (10:16),
                   MOVE WS-OLD-RECORD (26:1) TO WS-RECORD (26:1).
           IF TM-FILE = 'ST',
               PERFORM CK-STRAT THRU CK-STRAT-EXIT.
           IF TM-FILE = 'PC',
               PERFORM CK-COST THRU CK-COST-EXIT.
           IF TM-FILE = 'SM',
               PERFORM CK-STMSG THRU CK-STMSG-EXIT.
           EXEC CICS REWRITE DATASET(WS-DSNAME) FROM(WS-RECORD)         00016400
               LENGTH(WS-RECLEN) END-EXEC.                              00016500
           PERFORM WRITE-TBL-AUDIT THRU WRITE-TBL-AUDIT-EXIT.           00016600
