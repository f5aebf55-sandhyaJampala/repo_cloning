           02  SUM-LABEL               PIC X(28).                       00014800
           02  SUM-CNT                 PIC ZZZZZZ9.                     00014900
           02  FILLER                  PIC X(65) VALUE SPACES.          00015000
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00015100
       0000-MAIN.                                                       00015200
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00015300
           OPEN I-O PAYHIST-FILE.                                       00016400
           OPEN OUTPUT XREF-FILE.                                       00016500
           OPEN OUTPUT RENUM-REPORT-FILE.                               00016600
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE RENUM-RPT-REC FROM HEADER-LINE.                        00016700
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-RUN-DATE.
           COMPUTE WS-RUN-MDY =                                         00016900
               WS-RUN-MM * 10000 + WS-RUN-DD * 100 + WS-RUN-YY.         00017000
           PERFORM 2100-READ-CARD THRU 2100-EXIT.                       00017100
                   MOVE 'OLD ACCOUNT NOT FOUND' TO RPT-STATUS           00018700
                   PERFORM 2900-REJECT THRU 2900-EXIT                   00018800
           END-READ.                                                    00018900
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ACCTFIL-OK                                            00019000
               GO TO 2000-READ-NEXT.                                    00019100
           MOVE ACCTREC TO WS-OLD-ACCTREC.                              00019200
           READ ACCT-MASTER                                             00019700
               INVALID KEY CONTINUE                                     00019800
           END-READ.                                                    00019900
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTFIL-OK                                                00020000
               MOVE 'Y' TO WS-MERGE-SW                                  00020100
               MOVE ACCTREC TO WS-NEW-ACCTREC                           00020200
       2100-READ-CARD.                                                  00021000
           READ RENUM-CARD-FILE                                         00021100
               AT END MOVE 'Y' TO WS-EOF-SW.                            00021200
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00021300
           EXIT.                                                        00021400
      ***************************************************************** 00021500
           REWRITE ACCTREC                                              00023300
               INVALID KEY                                              00023400
                   MOVE 'TARGET REWRITE FAILED' TO RPT-STATUS.          00023500
           PERFORM 9830-CK-REWRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES                                   00023600
               PERFORM 2900-REJECT THRU 2900-EXIT                       00023700
               GO TO 3000-EXIT.                                         00023800
           WRITE ACCTREC                                                00025600
               INVALID KEY                                              00025700
                   MOVE 'NEW MASTER WRITE FAILED' TO RPT-STATUS.        00025800
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           IF RPT-STATUS NOT = SPACES                                   00025900
               PERFORM 2900-REJECT THRU 2900-EXIT                       00026000
               GO TO 4000-EXIT.                                         00026100
           MOVE ACCTREC TO IX-IMAGE.                                    00026400
           WRITE ACCTIX-REC                                             00026500
               INVALID KEY CONTINUE.                                    00026600
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE 0 TO WS-TARGET-SEQ.                                     00026700
           PERFORM 6200-MOVE-PAYHIST THRU 6200-EXIT.                    00026800
           PERFORM 6300-MOVE-ACCTAUD THRU 6300-EXIT.                    00026900
           MOVE 1 TO PH-SEQ.                                            00028000
           START PAYHIST-FILE KEY NOT < PH-KEY                          00028100
               INVALID KEY GO TO 6100-EXIT.                             00028200
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 6110-SCAN-TARGET THRU 6110-EXIT                      00028300
               UNTIL NOT PAYHIST-OK OR PH-ACCT NOT = RC-NEW-ACCT.       00028400
       6100-EXIT.                                                       00028500
       6110-SCAN-TARGET.                                                00028700
           READ PAYHIST-FILE NEXT RECORD                                00028800
               AT END MOVE '10' TO WS-PAYHIST-STATUS.                   00028900
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PAYHIST-OK AND PH-ACCT = RC-NEW-ACCT                      00029000
               MOVE PH-SEQ TO WS-TARGET-SEQ.                            00029100
       6110-EXIT.                                                       00029200
           MOVE 1 TO PH-SEQ.                                            00030300
           START PAYHIST-FILE KEY NOT < PH-KEY                          00030400
               INVALID KEY GO TO 6200-EXIT.                             00030500
           PERFORM 9845-CK-START THRU 9850-EXIT.
           READ PAYHIST-FILE NEXT RECORD                                00030600
               AT END GO TO 6200-EXIT.                                  00030700
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PH-ACCT NOT = RC-OLD-ACCT GO TO 6200-EXIT.                00030800
           MOVE PH-SEQ TO WS-SEQ-WORK.                                  00030900
           MOVE RC-NEW-ACCT TO PH-ACCT.                                 00031000
               MOVE WS-TARGET-SEQ TO PH-SEQ.                            00031300
           WRITE PAYHIST-REC                                            00031400
               INVALID KEY CONTINUE.                                    00031500
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE RC-OLD-ACCT TO PH-ACCT.                                 00031600
           MOVE WS-SEQ-WORK TO PH-SEQ.                                  00031700
           DELETE PAYHIST-FILE                                          00031800
               INVALID KEY CONTINUE.                                    00031900
           PERFORM 9840-CK-DELETE THRU 9850-EXIT.
           ADD 1 TO WS-PH-MOVED.                                        00032000
           GO TO 6210-NEXT-OLD-PH.                                      00032100
       6200-EXIT.                                                       00032200
           MOVE RC-OLD-ACCT TO AUD-ACCT.                                00032800
           START ACCTAUD-FILE KEY NOT < AUD-KEY                         00032900
               INVALID KEY GO TO 6300-EXIT.                             00033000
           PERFORM 9845-CK-START THRU 9850-EXIT.
           READ ACCTAUD-FILE NEXT RECORD                                00033100
               AT END GO TO 6300-EXIT.                                  00033200
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF AUD-ACCT NOT = RC-OLD-ACCT GO TO 6300-EXIT.               00033300
           MOVE RC-NEW-ACCT TO AUD-ACCT.                                00033400
           WRITE ACCTAUD-REC                                            00033500
               INVALID KEY CONTINUE.                                    00033600
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           MOVE RC-OLD-ACCT TO AUD-ACCT.                                00033700
           DELETE ACCTAUD-FILE                                          00033800
               INVALID KEY CONTINUE.                                    00033900
           PERFORM 9840-CK-DELETE THRU 9850-EXIT.
           ADD 1 TO WS-AUD-MOVED.                                       00034000
           GO TO 6310-NEXT-OLD-AUD.                                     00034100
       6300-EXIT.                                                       00034200
           MOVE RC-OLD-ACCT TO ACCTDO.                                  00034500
           READ ACCT-MASTER                                             00034600
               INVALID KEY GO TO 6400-EXIT.                             00034700
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           DELETE ACCT-MASTER                                           00034800
               INVALID KEY CONTINUE.                                    00034900
           PERFORM 9840-CK-DELETE THRU 9850-EXIT.
           MOVE WS-OLD-SNAME TO IX-SNAME.                               00035000
           MOVE RC-OLD-ACCT TO IX-ACCT.                                 00035100
           READ ACCT-INDEX                                              00035200
               INVALID KEY CONTINUE                                     00035300
           END-READ.                                                    00035400
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF ACCTIX-OK                                                 00035500
               DELETE ACCT-INDEX                                        00035600
                   INVALID KEY CONTINUE                                 00035700
               END-DELETE                                               00035800
               PERFORM 9840-CK-DELETE THRU 9850-EXIT
           END-IF.                                                      00035900
      *    THE ACCTTEL PHONE INDEX IS RE-KEYED THE SAME WAY AS THE      00036000
      *    NAME INDEX: THE OLD-NUMBER ENTRY IS DROPPED, AND ON A        00036100
           MOVE RC-OLD-ACCT TO TL-ACCT.                                 00036600
           DELETE ACCTTEL-FILE                                          00036700
               INVALID KEY CONTINUE.                                    00036800
           PERFORM 9840-CK-DELETE THRU 9850-EXIT.
           IF IS-MERGE GO TO 6400-EXIT.                                 00036900
           MOVE WS-OLD-TEL TO TL-TEL.                                   00037000
           MOVE RC-NEW-ACCT TO TL-ACCT.                                 00037100
           MOVE RC-NEW-ACCT TO TL-IMAGE (1:5).                          00037300
           WRITE ACCTTEL-REC                                            00037400
               INVALID KEY CONTINUE.                                    00037500
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       6400-EXIT.                                                       00037600
           EXIT.                                                        00037700
       6500-WRITE-XREF.                                                 00037800
           ELSE                                                         00038500
               MOVE 'RENUMBER' TO XR-ACTION.                            00038600
           WRITE XREF-REC.                                              00038700
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
       6500-EXIT.                                                       00038800
           EXIT.                                                        00038900
       2900-REJECT.                                                     00039000
               RENUM-REPORT-FILE.                                       00041700
       9000-EXIT.                                                       00041800
           EXIT.                                                        00041900
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
           MOVE WS-CARD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'RENMCARD' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RENUM-CARD-REC TO ABL-KEY
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
           MOVE WS-ACCTIX-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTIX' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE IX-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-ACCTTEL-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTTEL' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE TL-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-AUD-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTAUD' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AUD-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PAYHIST-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYHIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PH-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-XREF-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTXREF' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XREF-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTRNRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE RENUM-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT25' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
