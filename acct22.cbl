                  AC11 R NNNNN  - REJECT, THE REQUEST IS DISCARDED      00001100
                EITHER WAY THE DECISION IS WRITTEN TO THE ACCTAUD       00001200
                TRAIL, ALONGSIDE THE REQUEST RECORD WRITTEN WHEN THE    00001300
                CHANGE WAS QUEUED.  AN APPROVED DECREASE ALSO QUEUES
                AN ADVERSE-ACTION NOTICE ON ADVACT, CARRYING THE
                REASON CODES THE ACCT72 SCORING LEFT ON THE REQUEST,
                FOR THE NIGHTLY ACCT114 STEP TO MAIL.
                NO CHANGE IS APPROVED BY THE OPERATOR WHO REQUESTED
                IT: AN APPROVAL KEYED BY THE OPERATOR ON THE
                REQUEST IS REFUSED AND WRITTEN TO ACCTAUD AS A TYPE
                'U' 'SELF APPR' RECORD (REJECTING IT IS ALLOWED).
       ENVIRONMENT DIVISION.                                            00001500
       DATA DIVISION.                                                   00001600
       WORKING-STORAGE SECTION.                                         00001700
       01  MISC.                                                        00001800
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.        00001900
           02  PENDLIM-LNG            PIC S9(4) COMP VALUE +39.
           02  ADVACT-LNG             PIC S9(4) COMP VALUE +140.
           02  OLD-VAL-N              PIC S9(6)V99 COMP-3 VALUE +0.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.          00002100
           02  SUPV-RIDFLD            PIC X(3).                         00002200
           02  APPR-INPUT.                                              00002300
       01  ACCTREC.                                                     00005600
           COPY ACCTREC.                                                00005700
       01  PENDLIM-REC. COPY PENDLIM.                                   00005800
       01  ADVACT-REC. COPY ADVACT.
       01  ACCTAUD-REC. COPY ACCTAUD.                                   00005900
       01  SUPV-REC. COPY SUPVTAB.                                      00006000
           COPY ACCTSET.                                                00006100
           EXEC CICS READ DATASET('PENDLIM') RIDFLD(AP-ACCT)            00011700
               INTO(PENDLIM-REC) LENGTH(PENDLIM-LNG) END-EXEC.          00011800
           IF AP-ACTION = 'R' GO TO DECIDE-REJECT.                      00011900
           IF PL-REQ-OPID = EIBOPID,
               PERFORM WRITE-REFUSAL THRU WRITE-REFUSAL-EXIT,
               MOVE
                   'SELF-APPROVAL REFUSED - ANOTHER SUPERVISOR MUST ACT'
                   TO MSGMO,
               GO TO SEND-SCREEN.
       DECIDE-APPROVE.                                                  00012000
           EXEC CICS HANDLE CONDITION NOTFND(NO-MASTER) END-EXEC.       00012100
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(AP-ACCT)            00012200
           MOVE 'LIMIT APPR' TO AUD-TITLE.                              00013600
           PERFORM WRITE-DECISION THRU WRITE-DECISION-EXIT.             00013700
           MOVE 'LIMIT CHANGE APPROVED AND APPLIED' TO MSGMO.           00013800
           PERFORM QUEUE-NOTICE THRU QUEUE-NOTICE-EXIT.
           GO TO SEND-SCREEN.                                           00013900
       DECIDE-REJECT.                                                   00014000
           EXEC CICS DELETE DATASET('PENDLIM') RIDFLD(AP-ACCT)          00014100
               COMPUTE AMT-VAL-N = AMT-INT + AMT-DEC / 100.             00016400
       EDIT-AMOUNT-EXIT.                                                00016500
           EXIT.                                                        00016600
      *****************************************************************
      * A DECREASE IS AN ADVERSE ACTION.  THE NOTICE IS QUEUED WITH
      * THE NAME AND ADDRESS ON THE MASTER AND THE REQUEST'S REASONS.
      *****************************************************************
       QUEUE-NOTICE.
           MOVE PL-OLD-LIMIT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-BAD GO TO QUEUE-NOTICE-EXIT.
           MOVE AMT-VAL-N TO OLD-VAL-N.
           MOVE PL-NEW-LIMIT TO AMT-X.
           PERFORM EDIT-AMOUNT THRU EDIT-AMOUNT-EXIT.
           IF AMT-VAL-N NOT < OLD-VAL-N GO TO QUEUE-NOTICE-EXIT.
           MOVE SPACES TO ADVACT-REC.
           MOVE AP-ACCT TO AV-ACCT.
           MOVE EIBDATE TO AV-DATE, MOVE EIBTIME TO AV-TIME.
           MOVE 'L' TO AV-KIND, MOVE 'S' TO AV-STATUS.
           MOVE EIBOPID TO AV-OPID.
           MOVE PL-REASONS TO AV-REASONS.
           MOVE PL-OLD-LIMIT TO AV-OLD-LIMIT.
           MOVE PL-NEW-LIMIT TO AV-NEW-LIMIT.
           MOVE SCOREDO TO AV-SCORE.
           MOVE FNAMEDO TO AV-FNAME, MOVE SNAMEDO TO AV-SNAME.
           MOVE ADDR1DO TO AV-ADDR1, MOVE ADDR2DO TO AV-ADDR2.
           MOVE ADDR3DO TO AV-ADDR3, MOVE LANGDO TO AV-LANG.
           MOVE 0 TO AV-MAIL-DATE.
           EXEC CICS WRITE DATASET('ADVACT') FROM(ADVACT-REC)
               RIDFLD(AV-KEY) LENGTH(ADVACT-LNG) KEYLENGTH(13)
               RESP(WS-RESP) END-EXEC.
           MOVE 'DECREASE APPROVED - ADVERSE-ACTION NOTICE QUEUED'
               TO MSGMO.
       QUEUE-NOTICE-EXIT.
           EXIT.
       WRITE-DECISION.                                                  00016700
           MOVE AP-ACCT TO AUD-ACCT.                                    00016800
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.          00016900
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.                  00017800
       WRITE-DECISION-EXIT.                                             00017900
           EXIT.                                                        00018000
      *    A REFUSED SELF-APPROVAL IS JOURNALED THE WAY AC01 JOURNALS
      *    AN UNAUTHORIZED REQUEST: THE OPERATOR AT (1:3) AND THE KIND
      *    OF DECISION AT (5:1).
       WRITE-REFUSAL.
           MOVE AP-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'U' TO AUD-REQC.
           MOVE 'SELF APPR' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE EIBOPID TO AUD-IMAGE (1:3).
           MOVE 'L' TO AUD-IMAGE (5:1).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-REFUSAL-EXIT.
           EXIT.
       SEND-SCREEN.                                                     00018100
           MOVE DFHBMBRY TO MSGMA.                                      00018200
           EXEC CICS SEND MAP('ACCTMNU') MAPSET('ACCTSET')              00018300
