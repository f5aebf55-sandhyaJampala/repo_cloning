       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT88.
       REMARKS. THIS BATCH PROGRAM LOADS THE GOVERNMENT SANCTIONS
                (OFAC SDN) LIST FROM THE COMPLIANCE VENDOR'S EXTRACT
                INTO THE SDNLIST FILE THE AC02 ADD SCREEN AND THE
                ACCT89 RESCAN READ.  THE FILE IS REBUILT WHOLE ON
                EVERY LOAD, SO A NAME DROPPED FROM THE LIST DROPS
                FROM THE SCREEN THE SAME DAY.  EACH EXTRACT RECORD IS
                ALREADY IN THE SDNLIST LAYOUT; ONE WITHOUT A SURNAME
                OR AN ENTRY NUMBER, OR REPEATING A KEY ALREADY
                LOADED, IS REJECTED ON THE RUN REPORT.  THE RUN
                APPENDS ITS RUNCTL RECORD, WHICH IS HOW THE ACCT89
                RESCAN KNOWS THE LIST HAS CHANGED SINCE IT LAST RAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-IN-FILE ASSIGN TO SDNIN
               FILE STATUS IS WS-IN-STATUS.
           SELECT SDNLIST-FILE ASSIGN TO SDNLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDN-KEY
               FILE STATUS IS WS-SDN-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SDN-REPORT-FILE ASSIGN TO SDNRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SDN-IN-FILE
           RECORDING MODE F.
       01  SDN-IN-REC                  PIC X(100).
       FD  SDNLIST-FILE
           RECORDING MODE F.
       01  SDNLIST-REC.
           COPY SDNLIST.
       FD  RUNCTL-FILE
           RECORDING MODE F.
       01  RUNCTL-REC.
           COPY RUNCTL.
       FD  SDN-REPORT-FILE
           RECORDING MODE F.
       01  SDN-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-IN-STATUS            PIC XX VALUE SPACES.
           02  WS-SDN-STATUS           PIC XX VALUE SPACES.
           02  WS-RUNCTL-STATUS        PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LOAD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-ENTITY-CNT           PIC S9(7) COMP-3 VALUE 0.
           02  WS-REJ-CNT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
       01  HEADER-LINE.
           02  FILLER                  PIC X(60) VALUE
               'ACCT88 SANCTIONS LIST LOAD - RUN REPORT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-LINE.
           02  RPT-UID                 PIC X(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-SNAME               PIC X(12).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-FNAME               PIC X(15).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RPT-NOTE                PIC X(40).
           02  FILLER                  PIC X(21) VALUE SPACES.
       01  SUMMARY-LINE.
           02  SUM-LABEL               PIC X(28).
           02  SUM-CNT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ENTRY THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           OPEN INPUT SDN-IN-FILE.
           OPEN OUTPUT SDNLIST-FILE.
           OPEN OUTPUT SDN-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE SDN-RPT-REC FROM HEADER-LINE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           PERFORM 2100-READ-INPUT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       2000-LOAD-ENTRY.
           ADD 1 TO WS-READ-CNT.
           MOVE SDN-IN-REC TO SDNLIST-REC.
           MOVE SPACES TO RPT-LINE.
           MOVE SDN-UID TO RPT-UID.
           MOVE SDN-SNAME TO RPT-SNAME.
           MOVE SDN-FNAME TO RPT-FNAME.
           IF SDN-SNAME = SPACES OR SDN-UID = SPACES
               MOVE 'NO SURNAME OR ENTRY NUMBER - REJECTED'
                   TO RPT-NOTE
               ADD 1 TO WS-REJ-CNT
               WRITE SDN-RPT-REC FROM RPT-LINE
               GO TO 2000-READ-NEXT.
           WRITE SDNLIST-REC
               INVALID KEY
                   MOVE 'DUPLICATE ENTRY - REJECTED' TO RPT-NOTE
                   ADD 1 TO WS-REJ-CNT
                   WRITE SDN-RPT-REC FROM RPT-LINE
                   GO TO 2000-READ-NEXT.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           ADD 1 TO WS-LOAD-CNT.
           IF SDN-IS-ENTITY
               ADD 1 TO WS-ENTITY-CNT.
       2000-READ-NEXT.
           PERFORM 2100-READ-INPUT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2100-READ-INPUT.
           READ SDN-IN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'LIST RECORDS READ:          ' TO SUM-LABEL.
           MOVE WS-READ-CNT TO SUM-CNT.
           WRITE SDN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ENTRIES LOADED:             ' TO SUM-LABEL.
           MOVE WS-LOAD-CNT TO SUM-CNT.
           WRITE SDN-RPT-REC FROM SUMMARY-LINE.
           MOVE '  OF WHICH ENTITIES:        ' TO SUM-LABEL.
           MOVE WS-ENTITY-CNT TO SUM-CNT.
           WRITE SDN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'REJECTED:                   ' TO SUM-LABEL.
           MOVE WS-REJ-CNT TO SUM-CNT.
           WRITE SDN-RPT-REC FROM SUMMARY-LINE.
      *    AN EMPTY LOAD WOULD LEAVE EVERY CUSTOMER UNSCREENED; THE
      *    STEP FAILS SO THE OLD LIST CAN BE RESTORED.
           IF WS-LOAD-CNT = 0
               MOVE 8 TO RETURN-CODE.
           PERFORM 9900-WRITE-RUNCTL THRU 9900-EXIT.
           CLOSE SDN-IN-FILE, SDNLIST-FILE, SDN-REPORT-FILE.
       9000-EXIT.
           EXIT.
       9900-WRITE-RUNCTL.
           OPEN EXTEND RUNCTL-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE 'ACCT88' TO RC-JOB.
           COMPUTE RC-RUN-DATE =
               WS-TODAY-YY * 10000 + WS-TODAY-MM * 100 + WS-TODAY-DD.
           MOVE BDL-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-READ-CNT TO RC-READ-CNT.
           MOVE WS-LOAD-CNT TO RC-WRITE-CNT.
           MOVE RETURN-CODE TO RC-COMP-CODE.
           WRITE RUNCTL-REC.
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           CLOSE RUNCTL-FILE.
       9900-EXIT.
           EXIT.
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
       9850-CK-FILES.
           MOVE WS-IN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SDNIN' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SDN-IN-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-SDN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SDNLIST' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SDN-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
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
               MOVE 'SDNRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SDN-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT88' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
