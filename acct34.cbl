                COMPARISON (IT READS ONLY THE ACCOUNTS ON ITS INPUT     00001600
                CARDS) BUT MUST STILL HAVE REPORTED, AND SO IS THE      00001700
                ACCT41 JOURNAL EXTRACT, WHICH READS PAYHIST RATHER
                THAN ACCTFIL.  WHEN THE CARD CARRIES NO DATES THEY
                DEFAULT TO THE CURRENT AND PREVIOUS SYSTEM BUSINESS
                DATES (CBLPGM03), AND EVERY JOB'S LATEST RUN-CONTROL
                RECORD MUST CARRY THAT SAME BUSINESS DATE, SO A JOB
                RUN AFTER THE END-OF-DAY ROLL (ACCT118, WHICH FOLLOWS
                THIS STEP) OR ON A DEFAULTED DATE FAILS THE STREAM.
                THE ACCT119 RECEIVABLES ROLL-FORWARD PROOF RUNS AHEAD
                OF THIS STEP AND JOINS THE CROSS-JOB COMPARE; A JOB
                WHOSE RUN-CONTROL RECORD CARRIES A NONZERO COMPLETION
                CODE (AN OUT-OF-BALANCE PROOF OR JOURNAL) FAILS THE
                STREAM TOO.
       ENVIRONMENT DIVISION.                                            00001800
       INPUT-OUTPUT SECTION.                                            00001900
       FILE-CONTROL.                                                    00002000
           02  WS-MIN-READ             PIC S9(7) COMP-3 VALUE 0.        00005600
           02  WS-MAX-READ             PIC S9(7) COMP-3 VALUE 0.        00005700
           02  WS-DIFF-PCT             PIC S9(5)V99 COMP-3 VALUE 0.     00005800
           02  WS-CTL-BUS-DATE         PIC 9(8) VALUE 0.
           02  WS-QUOT                 PIC 9(8) VALUE 0.
       01  WS-BUS-NOTE.
           02  FILLER                  PIC X(24) VALUE
               'RAN UNDER BUSINESS DATE '.
           02  WS-BUS-NOTE-DATE        PIC 9(8).
       01  WS-COMP-NOTE.
           02  FILLER                  PIC X(26) VALUE
               'ENDED WITH COMPLETION CODE'.
           02  FILLER                  PIC X VALUE SPACE.
           02  WS-COMP-NOTE-CD         PIC 9(2).
       01  JOB-TABLE.                                                   00005900
           02  JT-ENTRY OCCURS 7 TIMES
                   INDEXED BY JT-IDX.                                   00006100
               04  JT-JOB              PIC X(8).                        00006200
               04  JT-CURR             PIC S9(7) COMP-3 VALUE 0.        00006300
               04  JT-PRIOR            PIC S9(7) COMP-3 VALUE 0.        00006600
               04  JT-PRIOR-SW         PIC X VALUE 'N'.                 00006700
                   88  JT-HAS-PRIOR        VALUE 'Y'.                   00006800
               04  JT-LAST-BUS         PIC 9(8) VALUE 0.
               04  JT-COMP             PIC 9(2) VALUE 0.
       01  HEADER-LINE.                                                 00006900
           02  FILLER                  PIC X(46) VALUE                  00007000
               'ACCT34 NIGHTLY STREAM RUN-CONTROL CHECK, DATE '.        00007100
           02  FILLER                  PIC X(2) VALUE SPACES.           00008000
           02  RPT-NOTE                PIC X(40).                       00008100
           02  FILLER                  PIC X(32) VALUE SPACES.          00008200
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00008300
       0000-MAIN.                                                       00008400
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00008500
           READ PARM-FILE                                               00009400
               AT END MOVE SPACES TO PARM-REC.                          00009500
           CLOSE PARM-FILE.                                             00009600
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           IF PARM-TONIGHT NOT NUMERIC OR PARM-TONIGHT = 0
               MOVE BDL-BUS-YYMMDD TO PARM-TONIGHT
               DIVIDE BDL-PREV-DATE BY 1000000 GIVING WS-QUOT
                   REMAINDER PARM-PRIOR.
           IF PARM-TONIGHT = BDL-BUS-YYMMDD AND BDL-OK
               MOVE BDL-BUS-DATE TO WS-CTL-BUS-DATE.
           IF PARM-TOL NUMERIC AND PARM-TOL > 0                         00009700
               MOVE PARM-TOL TO WS-TOL.                                 00009800
           MOVE 'ACCT05' TO JT-JOB (1).                                 00009900
           MOVE 'ACCT08' TO JT-JOB (4).                                 00010200
           MOVE 'ACCT41' TO JT-JOB (5).
           MOVE 'ACCT75' TO JT-JOB (6).
           MOVE 'ACCT119' TO JT-JOB (7).
           OPEN INPUT RUNCTL-FILE.                                      00010300
           OPEN OUTPUT CTL-REPORT-FILE.                                 00010400
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE PARM-TONIGHT TO HDR-DATE.                               00010500
           WRITE CTL-RPT-REC FROM HEADER-LINE.                          00010600
           IF PARM-TONIGHT NOT NUMERIC OR PARM-TONIGHT = 0              00010700
       2000-LOAD-COUNTS.                                                00011900
           READ RUNCTL-FILE                                             00012000
               AT END MOVE 'Y' TO WS-EOF-SW.                            00012100
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ALL-DONE GO TO 2000-EXIT.                                 00012200
           PERFORM 2100-POST-COUNT THRU 2100-EXIT                       00012300
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
       2000-EXIT.                                                       00012500
           EXIT.                                                        00012600
       2100-POST-COUNT.                                                 00012700
           IF RC-JOB NOT = JT-JOB (WS-SUB) GO TO 2100-EXIT.             00012800
           IF RC-BUS-DATE NUMERIC
               MOVE RC-BUS-DATE TO JT-LAST-BUS (WS-SUB)
           ELSE MOVE 0 TO JT-LAST-BUS (WS-SUB).
           IF RC-RUN-DATE = PARM-TONIGHT                                00012900
               MOVE RC-READ-CNT TO JT-CURR (WS-SUB)                     00013000
               MOVE RC-COMP-CODE TO JT-COMP (WS-SUB)
               MOVE 'Y' TO JT-CURR-SW (WS-SUB).                         00013100
           IF RC-RUN-DATE = PARM-PRIOR                                  00013200
               MOVE RC-READ-CNT TO JT-PRIOR (WS-SUB)                    00013300
       2100-EXIT.                                                       00013500
           EXIT.                                                        00013600
       3000-CHECK-COUNTS.                                               00013700
      *    A RERUN FOR AN EARLIER NIGHT HAS NO CONTROL BUSINESS DATE
      *    OF ITS OWN; THE FIRST JOB THAT REPORTED SETS IT.
           IF WS-CTL-BUS-DATE = 0
               PERFORM 3050-FIRST-BUS THRU 3050-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
           PERFORM 3100-CHECK-JOB THRU 3100-EXIT                        00013800
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
      *    CROSS-JOB: THE FULL-FILE JOBS (ACCT06/07/08) MUST HAVE       00014000
      *    READ THE SAME NUMBER OF ACCTFIL RECORDS, WITHIN              00014100
      *    TOLERANCE.                                                   00014200
           MOVE 0 TO WS-MAX-READ.                                       00014400
           PERFORM 3200-MIN-MAX THRU 3200-EXIT                          00014500
               VARYING WS-SUB FROM 2 BY 1 UNTIL WS-SUB > 4.             00014600
      *    ACCT75 AND THE ACCT119 ROLL-FORWARD PROOF ALSO READ THE
      *    WHOLE FILE, SO THEY JOIN THE CROSS-JOB COMPARE; ACCT05
      *    AND ACCT41 STAY EXEMPT.
           MOVE 6 TO WS-SUB.
           PERFORM 3200-MIN-MAX THRU 3200-EXIT.
           MOVE 7 TO WS-SUB.
           PERFORM 3200-MIN-MAX THRU 3200-EXIT.
           IF WS-MIN-READ > 0 AND WS-MAX-READ > 0                       00014700
               COMPUTE WS-DIFF-PCT ROUNDED =                            00014800
                   (WS-MAX-READ - WS-MIN-READ) * 100 / WS-MIN-READ      00014900
                   WRITE CTL-RPT-REC FROM RPT-LINE.                     00015600
       3000-EXIT.                                                       00015700
           EXIT.                                                        00015800
       3050-FIRST-BUS.
           IF WS-CTL-BUS-DATE = 0 AND JT-REPORTED (WS-SUB)
               MOVE JT-LAST-BUS (WS-SUB) TO WS-CTL-BUS-DATE.
       3050-EXIT.
           EXIT.
       3100-CHECK-JOB.                                                  00015900
           MOVE SPACES TO RPT-LINE.                                     00016000
           MOVE JT-JOB (WS-SUB) TO RPT-JOB.                             00016100
               MOVE 'DID NOT REPORT TONIGHT' TO RPT-NOTE                00016600
               WRITE CTL-RPT-REC FROM RPT-LINE                          00016700
               GO TO 3100-EXIT.                                         00016800
           IF JT-LAST-BUS (WS-SUB) NOT = WS-CTL-BUS-DATE
               MOVE 'Y' TO WS-FAIL-SW
               MOVE JT-LAST-BUS (WS-SUB) TO WS-BUS-NOTE-DATE
               MOVE WS-BUS-NOTE TO RPT-NOTE
               WRITE CTL-RPT-REC FROM RPT-LINE
               GO TO 3100-EXIT.
           IF JT-COMP (WS-SUB) NOT = 0
               MOVE 'Y' TO WS-FAIL-SW
               MOVE JT-COMP (WS-SUB) TO WS-COMP-NOTE-CD
               MOVE WS-COMP-NOTE TO RPT-NOTE
               WRITE CTL-RPT-REC FROM RPT-LINE
               GO TO 3100-EXIT.
           IF JT-HAS-PRIOR (WS-SUB) AND JT-PRIOR (WS-SUB) > 0           00016900
               COMPUTE WS-DIFF-PCT ROUNDED =                            00017000
                   (JT-CURR (WS-SUB) - JT-PRIOR (WS-SUB)) * 100         00017100
           CLOSE RUNCTL-FILE, CTL-REPORT-FILE.                          00020200
       9000-EXIT.                                                       00020300
           EXIT.                                                        00020400
      *****************************************************************
      * A HARD STATUS ON ANY FILE - A FAILED OPEN, A PERMANENT OR
      * LOGIC ERROR, A VSAM ERROR - ENDS THE RUN THROUGH CBLPGM05 AND
      * THE MXBPCABT ABEND ROUTINE WITH THE FILE, THE OPERATION, THE
      * STATUS AND THE RECORD KEY.  END OF FILE, DUPLICATE AND
      * NOT-FOUND ARE STILL HANDLED WHERE THE FILE IS READ.
      * THE REPORT IS NOT CHECKED AFTER EVERY LINE; A BAD STATUS ON
      * IT IS CAUGHT AT THE NEXT CHECK AND REPORTED AS A WRITE.
      *****************************************************************
       9800-CK-OPEN.
           MOVE 'OPEN' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9810-CK-READ.
           MOVE 'READ' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-RUNCTL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RUNCTL' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RUNCTL-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTCTRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CTL-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT34' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
