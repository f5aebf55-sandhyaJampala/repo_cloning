           05  FILLER                  PIC X(2) VALUE SPACES.
           05  KTX-LEGEND              PIC X(30).
           05  FILLER                  PIC X(81) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00006900
       0000-MAIN.                                                       00007000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00007100
           OPEN I-O CORRHIST-FILE.
           OPEN INPUT ACCTMSG-FILE.
           OPEN INPUT ACCT-MASTER.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 304 TO WS-LEG-MSGNO.
           MOVE 'WELCOME TO YOUR NEW ACCOUNT' TO WS-LEG-DEFAULT.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ELSE
               COMPUTE WS-CH-NOW-DATE =
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           IF WS-TODAY-YY > 50                                          00008000
               COMPUTE WS-DOC-CCYY = 1900 + WS-TODAY-YY                 00008100
           ELSE                                                         00008200
       2100-READ-EVENT.                                                 00009800
           READ NEWACCT-FILE NEXT RECORD                                00009900
               AT END MOVE 'Y' TO WS-EOF-SW.                            00010000
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00010100
           EXIT.                                                        00010200
       2200-WRITE-KIT.                                                  00010300
           MOVE NA-ACCT TO ACCTDO.
           READ ACCT-MASTER
               INVALID KEY MOVE '23' TO WS-ACCTFIL-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-FOUND
               MOVE SPACE TO LANGDO.
      *    A KIT IS HELD WHILE THE APPLICATION IS STILL PENDING
           MOVE NA-OPEN-YY TO KTX-OPEN-YY.                              00012500
           MOVE KIT-TEXT TO XRX-TEXT.                                   00012600
           WRITE XRXDOC-REC.                                            00012700
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2800-LOG-CORR THRU 2800-EXIT.
           MOVE 'Y' TO NA-CONSUMED.                                     00012800
           REWRITE NEWACCT-REC                                          00012900
               INVALID KEY CONTINUE.                                    00013000
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           ADD 1 TO WS-KIT-CNT.                                         00013100
       2200-EXIT.                                                       00013200
           EXIT.                                                        00013300
           MOVE XRX-FORM-NAME TO CH-FORM.
           MOVE XRX-SPECIAL-HANDLING TO CH-HANDLING.
           MOVE XRX-TEXT TO CH-TEXT.
           MOVE XRX-DATE TO CH-DOC-DATE.
           MOVE ZERO TO CH-MAIL-DATE.
           MOVE 'W' TO CH-MAIL-STAT.
           WRITE CORRHIST-REC
               INVALID KEY ADD 1 TO WS-CH-SEQN.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       2800-EXIT.
           EXIT.
      *****************************************************************
           MOVE WS-LEG-MSGNO TO AMSG-NO.
           READ ACCTMSG-FILE
               INVALID KEY MOVE '23' TO WS-LANG-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF LANG-MSG-FOUND
               MOVE AMSG-TEXT (1:30) TO WS-LEGEND
               GO TO 2850-EXIT.
               READ ACCTMSG-FILE
                   INVALID KEY MOVE '23' TO WS-LANG-STATUS
               END-READ
               PERFORM 9810-CK-READ THRU 9850-EXIT
               IF LANG-MSG-FOUND
                   MOVE AMSG-TEXT (1:30) TO WS-LEGEND
               END-IF
           DISPLAY 'ACCT37 - HELD, PENDING APPROVAL: ' WS-HOLD-CNT.
       9000-EXIT.                                                       00013900
           EXIT.                                                        00014000
      *****************************************************************
      * A HARD STATUS ON ANY FILE - A FAILED OPEN, A PERMANENT OR
      * LOGIC ERROR, A VSAM ERROR - ENDS THE RUN THROUGH CBLPGM05 AND
      * THE MXBPCABT ABEND ROUTINE WITH THE FILE, THE OPERATION, THE
      * STATUS AND THE RECORD KEY.  END OF FILE, DUPLICATE AND
      * NOT-FOUND ARE STILL HANDLED WHERE THE FILE IS READ.
      *****************************************************************
       9800-CK-OPEN.
           MOVE 'OPEN' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9810-CK-READ.
           MOVE 'READ' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9820-CK-WRITE.
           MOVE 'WRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9830-CK-REWRITE.
           MOVE 'REWRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-NA-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'NEWACCT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE NA-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-CH-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'CORRHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE CH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCTDO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-LANG-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTMSG' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AMSG-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXWELC' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT37' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
