      *   THE BLANK-DATE WARNING, DOC-KEY CLASSIFICATION (0210),
      *   NEW/EXISTING TABLE ACCUMULATION (0220/0250), AND THE EOJ
      *   REPORTING WITH ENTITY LINES AND HANDLING-CODE TOTALS
      *   (0300/0310), AND THE STATEMENT INSERT COUNTS BY INSERT CODE
      *   (0230/0320).  BOTH PROGRAMS COPY THIS MEMBER AT THE END OF
      *   THE PROCEDURE DIVISION, AFTER THEIR OWN 0000/0100
      *   PARAGRAPHS, SO A SINGLE CHANGE REACHES BOTH RUNS.  PAIRED
      *   WITH THE MXWWB51 WORKING-STORAGE MEMBER.
039430     MOVE WS-TOTAL-ENV           TO CKPT-TOTAL-ENV.
039440     MOVE WS-PREV-DOC-KEY        TO CKPT-PREV-DOC-KEY.
039450     MOVE WS-PREV-ENV-KEY        TO CKPT-PREV-ENV-KEY.
039455     MOVE WS-INS-MAX             TO CKPT-INS-MAX-SV.
039460
039470     WRITE XEROX-CKPT-REC        FROM CHECKPOINT-HEADER-RECORD.
039480
039520        WRITE XEROX-CKPT-REC
039522              FROM CHECKPOINT-DETAIL-RECORD
039530     END-PERFORM.
039531
039532     PERFORM VARYING WS-INS-X FROM 1 BY 1
039533             UNTIL WS-INS-X > WS-INS-MAX
039534        MOVE INS-CODE (WS-INS-X) TO CKPT-INS-CODE
039535        MOVE INS-CNT (WS-INS-X)  TO CKPT-INS-CNT
039536        WRITE XEROX-CKPT-REC
039537              FROM CHECKPOINT-INSERT-RECORD
039538     END-PERFORM.
039540
039550     CLOSE  XEROX-CHECKPOINT-FILE.
039560
039972                 TO TABLE-ENTRY (WS-CKPT-SUB)
039980           END-IF
039990        END-PERFORM
039991
039992*****************************************************************
039993* A CHECKPOINT TAKEN BEFORE INSERTS WERE COUNTED HAS SPACES IN   *
039994* CKPT-INS-MAX-SV AND NO INSERT RECORDS                          *
039995*****************************************************************
039996        IF CKPT-INS-MAX-SV NUMERIC
039997           MOVE CKPT-INS-MAX-SV  TO WS-INS-MAX
039998           PERFORM VARYING WS-INS-X FROM 1 BY 1
039999                   UNTIL WS-INS-X > WS-INS-MAX
040001              READ XEROX-CHECKPOINT-FILE
040002                 INTO CHECKPOINT-INSERT-RECORD
040003                 AT END INITIALIZE CHECKPOINT-INSERT-RECORD
040004              END-READ
040005              MOVE CKPT-INS-CODE TO INS-CODE (WS-INS-X)
040006              MOVE CKPT-INS-CNT  TO INS-CNT (WS-INS-X)
040007           END-PERFORM
040008        END-IF
040010     END-IF.
040020
040030     IF WS-CHECKPOINT-STATUS = ZERO
039700 0200-PROCESS-TABLE.                                              03120000
039800                                                                  03130000
039900     PERFORM 0210-PROCESS-DOC-KEY      THRU 0210-EXIT.            03140000
039901
039902*****************************************************************
039903* INSERTS ARE COUNTED ONCE PER STATEMENT, ON ITS FIRST PAGE      *
039904*****************************************************************
039905     IF FORM-NAME (1:6) = 'ACSTMT'
039906        AND WS-DOC-KEY NOT = WS-PREV-DOC-KEY
039907        PERFORM 0230-COUNT-INSERTS   THRU 0230-EXIT
039908     END-IF.
040000                                                                  03150000
040100     SEARCH ALL TABLE-ENTRY
040200        AT END
041200                                                                  03270000
041300     MOVE  UNIQUE-KEY           TO WS-ENV-KEY-CUST.               03280000
041400     MOVE  SPECIAL-HANDLING     TO WS-ENV-SPC-HNDL.               03290000
041410*****************************************************************
041420* A STATEMENT'S INSERT CODES ARE NOT PART OF ITS ENVELOPE KEY -  *
041430* THE STATEMENTS OF ONE HOUSEHOLD SHARE AN ENVELOPE EVEN WHEN    *
041440* THEY CALL FOR DIFFERENT INSERTS                                *
041450*****************************************************************
041460     IF FORM-NAME (1:6) = 'ACSTMT'
041470        MOVE SPACES             TO WS-ENV-KEY-CUST (16:10)
041480     END-IF.
041500                                                                  03300000
041600     IF WS-MATCH-FOUND                                            03310000
041700           PERFORM 0250-EXISTING-ENTRY    THRU 0250-EXIT          03320000
048200     END-EVALUATE.                                                03760000
048300                                                                  03770000
048400 0210-EXIT.  EXIT.                                                03780000
048402/*****************************************************************
048404* COUNT THE INSERTS A STATEMENT CALLS FOR - UP TO FIVE INSERT    *
048406* CODES IN THE LAST TEN BYTES OF THE UNIQUE KEY (SEE XRXDOC)     *
048408******************************************************************
048410 0230-COUNT-INSERTS.
048412
048414     MOVE UNIQUE-KEY             TO WS-INS-KEY.
048416     PERFORM 0235-ADD-INSERT     THRU 0235-EXIT
048418        VARYING WS-INS-SUB FROM 1 BY 1
048420        UNTIL WS-INS-SUB > 5.
048422
048424 0230-EXIT.  EXIT.
048426/*****************************************************************
048428* ADD ONE INSERT CODE TO INSERT-TABLE, OPENING A NEW ENTRY THE   *
048430* FIRST TIME A CODE IS SEEN                                      *
048432******************************************************************
048434 0235-ADD-INSERT.
048436
048438     IF WS-INS-KEY-CODE (WS-INS-SUB) = SPACES
048440        GO TO 0235-EXIT
048442     END-IF.
048444
048446     PERFORM VARYING WS-INS-X FROM 1 BY 1
048448             UNTIL WS-INS-X > WS-INS-MAX
048450                OR INS-CODE (WS-INS-X)
048451                   = WS-INS-KEY-CODE (WS-INS-SUB)
048452        CONTINUE
048454     END-PERFORM.
048456
048458     IF WS-INS-X > WS-INS-MAX
048460        IF WS-INS-MAX >= WS-INS-TABLE-MAX
048462           DISPLAY '* MXBPB510 - INSERT TABLE FULL, CODE '
048464                   WS-INS-KEY-CODE (WS-INS-SUB) ' NOT COUNTED'
048466           IF MXBW510-STATUS < +4
048468              MOVE +4  TO MXBW510-STATUS
048470           END-IF
048472           GO TO 0235-EXIT
048474        END-IF
048476        ADD 1                    TO WS-INS-MAX
048478        MOVE WS-INS-KEY-CODE (WS-INS-SUB)
048480                                 TO INS-CODE (WS-INS-MAX)
048482        MOVE ZERO                TO INS-CNT (WS-INS-MAX)
048484     END-IF.
048486
048488     ADD 1                       TO INS-CNT (WS-INS-X).
048490
048492 0235-EXIT.  EXIT.
048500/*****************************************************************03790000
048600* PROCESS NEW HANDLING CODE                                      *03800000
048700******************************************************************03810000
057520     IF WS-HC-ACTIVE-SW = 'Y'
057530        PERFORM 0310-HANDLING-TOTAL THRU 0310-EXIT
057540     END-IF.
057550
057560     PERFORM 0320-INSERT-TOTAL   THRU 0320-EXIT
057570        VARYING WS-INS-X FROM 1 BY 1
057580        UNTIL WS-INS-X > WS-INS-MAX.
057600                                                                  04700000
057700     WRITE  XEROX-CNTL-RECORD   FROM  CONTROL-RPT-ZZZ.            04710000
057800                                                                  04720000
058100     DISPLAY 'TOTAL PAGES PROCESSED.......' WS-TOTAL-RECORDS.     04750000
058200     DISPLAY 'TOTAL DOCS  PROCESSED.......' WS-TOTAL-DOCS.        04760000
058300     DISPLAY 'TOTAL ENVS  PROCESSED.......' WS-TOTAL-ENV.         04770000
058350     DISPLAY 'TOTAL INSERTS PULLED........' WS-INS-TOTAL.
058400     DISPLAY '*************************************************'. 04780000
058410
058420* WRITE THE RUN TOTALS TO A STRUCTURED SUMMARY DATASET SO THE
058970     MOVE 'N' TO WS-HC-ACTIVE-SW.
058971
058972 0310-EXIT.  EXIT.
058980/*****************************************************************
058981* INSERT TOTAL - ONE LINE PER INSERT CODE SO THE MAILROOM CAN    *
058982* RECONCILE THE INSERTS USED AGAINST THE VENDOR'S INVOICE        *
058983******************************************************************
058984 0320-INSERT-TOTAL.
058985
058986     MOVE INS-CODE (WS-INS-X)    TO INT-INSERT-CODE.
058987     MOVE INS-CNT (WS-INS-X)     TO INT-INSERT-CNT.
058988     WRITE XEROX-CNTL-RECORD     FROM CONTROL-RPT-INSERT.
058989     ADD INS-CNT (WS-INS-X)      TO WS-INS-TOTAL.
058990
058991 0320-EXIT.  EXIT.
