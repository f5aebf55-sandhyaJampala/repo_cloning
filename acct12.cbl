           02  SUM-LABEL               PIC X(25).                       00009000
           02  SUM-CNT                 PIC ZZZZZZ9.                     00009100
           02  FILLER                  PIC X(68) VALUE SPACES.          00009200
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00009300
       0000-MAIN.                                                       00009400
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00009500
           ELSE                                                         00011000
               MOVE 'REPORT ' TO PARM-MODE.                             00011100
           OPEN INPUT ACCT-MASTER.                                      00011200
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           IF REBUILD-MODE                                              00011300
               OPEN I-O ACCT-INDEX                                      00011400
               PERFORM 9800-CK-OPEN THRU 9850-EXIT
           ELSE                                                         00011500
               OPEN INPUT ACCT-INDEX                                    00011600
               PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           OPEN OUTPUT IX-REPORT-FILE.                                  00011700
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE PARM-MODE TO HDR-MODE.                                  00011800
           WRITE IX-RPT-REC FROM HEADER-LINE.                           00011900
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     00012000
               INVALID KEY                                              00012900
                   PERFORM 2200-MISSING-ENTRY THRU 2200-EXIT            00013000
           END-READ.                                                    00013100
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTIX-OK                                                 00013200
               IF IX-IMAGE NOT = WS-SAVE-IMAGE                          00013300
                   PERFORM 2300-STALE-ENTRY THRU 2300-EXIT              00013400
       2100-READ-MASTER.                                                00014000
           READ ACCT-MASTER NEXT RECORD                                 00014100
               AT END MOVE 'Y' TO WS-EOF-SW.                            00014200
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00014300
           EXIT.                                                        00014400
       2200-MISSING-ENTRY.                                              00014500
               WRITE ACCTIX-REC                                         00015500
                   INVALID KEY MOVE 'WRITE FAILED' TO RPT-ACTION        00015600
               END-WRITE                                                00015700
               PERFORM 9820-CK-WRITE THRU 9850-EXIT
               IF RPT-ACTION = SPACES                                   00015800
                   MOVE 'ADDED' TO RPT-ACTION                           00015900
                   ADD 1 TO WS-FIXED-CNT                                00016000
               REWRITE ACCTIX-REC                                       00017500
                   INVALID KEY MOVE 'REWRITE FAILED' TO RPT-ACTION      00017600
               END-REWRITE                                              00017700
               PERFORM 9830-CK-REWRITE THRU 9850-EXIT
               IF RPT-ACTION = SPACES                                   00017800
                   MOVE 'REFRESHED' TO RPT-ACTION                       00017900
                   ADD 1 TO WS-FIXED-CNT                                00018000
               INVALID KEY                                              00020100
                   PERFORM 3300-ORPHAN-ENTRY THRU 3300-EXIT             00020200
           END-READ.                                                    00020300
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-OK                                                00020400
               IF SNAMEDO NOT = IX-SNAME                                00020500
                   PERFORM 3300-ORPHAN-ENTRY THRU 3300-EXIT.            00020600
           MOVE LOW-VALUES TO IX-KEY.                                   00021000
           START ACCT-INDEX KEY NOT < IX-KEY                            00021100
               INVALID KEY MOVE 'Y' TO WS-IX-EOF-SW.                    00021200
           PERFORM 9845-CK-START THRU 9850-EXIT.
       3100-EXIT.                                                       00021300
           EXIT.                                                        00021400
       3200-READ-INDEX.                                                 00021500
           READ ACCT-INDEX NEXT RECORD                                  00021600
               AT END MOVE 'Y' TO WS-IX-EOF-SW.                         00021700
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       3200-EXIT.                                                       00021800
           EXIT.                                                        00021900
       3300-ORPHAN-ENTRY.                                               00022000
               DELETE ACCT-INDEX                                        00022700
                   INVALID KEY MOVE 'DELETE FAILED' TO RPT-ACTION       00022800
               END-DELETE                                               00022900
               PERFORM 9840-CK-DELETE THRU 9850-EXIT
               IF RPT-ACTION = SPACES                                   00023000
                   MOVE 'DELETED' TO RPT-ACTION                         00023100
                   ADD 1 TO WS-FIXED-CNT                                00023200
           CLOSE ACCT-MASTER, ACCT-INDEX, IX-REPORT-FILE.               00025900
       9000-EXIT.                                                       00026000
           EXIT.                                                        00026100
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
       9820-CK-WRITE.
           MOVE 'WRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9830-CK-REWRITE.
           MOVE 'REWRITE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9840-CK-DELETE.
           MOVE 'DELETE' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9845-CK-START.
           MOVE 'START' TO ABL-FUNCTION.
           GO TO 9850-CK-FILES.
       9850-CK-FILES.
           MOVE WS-ACCTFIL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTFIL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE ACCTDO TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ACCTIX-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTIX' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE IX-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTIXRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE IX-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT12' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
