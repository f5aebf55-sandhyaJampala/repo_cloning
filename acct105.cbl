       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT105.
       REMARKS. THIS MONTH-END BATCH PROGRAM PRINTS THE SKIP-TRACE
                HIT-RATE REPORT.  EVERY CANDIDATE THE ACCT103 LOADER
                PUT ON THE SKIPTRC REVIEW QUEUE DURING THE REPORT
                MONTH IS COUNTED BY THE VENDOR'S CONFIDENCE BAND
                (90-100, 75-89, 50-74, 25-49, 0-24), SEPARATELY FOR
                TELEPHONES AND ADDRESSES: HOW MANY CAME IN, HOW MANY
                A COLLECTOR ACCEPTED OR REJECTED ON AC40, HOW MANY
                ARE STILL OPEN, AND THE HIT RATE - ACCEPTED AS A
                PERCENTAGE OF THOSE DECIDED - SO THE SCORE THE
                VENDOR QUOTES CAN BE HELD TO WHAT IT DELIVERS.  THE
                REPORT MONTH (CCYYMM) COMES FROM A PARAMETER CARD AND
                DEFAULTS TO THE MONTH BEFORE THE RUN MONTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SKPPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SKIPTRC-FILE ASSIGN TO SKIPTRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SK-KEY
               FILE STATUS IS WS-SK-STATUS.
           SELECT HIT-REPORT-FILE ASSIGN TO SKIPHRPT
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F.
       01  PARM-REC.
           05  PARM-PERIOD             PIC 9(6).
           05  PARM-PERIOD-R REDEFINES PARM-PERIOD.
               10  PARM-CCYY           PIC 9(4).
               10  PARM-MM             PIC 9(2).
           05  FILLER                  PIC X(74).
       FD  SKIPTRC-FILE
           RECORDING MODE F.
       01  SKIPTRC-REC.
           COPY SKIPTRC.
       FD  HIT-REPORT-FILE
           RECORDING MODE F.
       01  HIT-RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           02  WS-PARM-STATUS          PIC XX VALUE SPACES.
           02  WS-SK-STATUS            PIC XX VALUE SPACES.
           02  WS-RPT-STATUS           PIC XX VALUE SPACES.
           02  WS-EOF-SW               PIC X VALUE 'N'.
               88  ALL-DONE                VALUE 'Y'.
           02  WS-RPT-PERIOD           PIC 9(6) VALUE 0.
           02  WS-RPT-PERIOD-R REDEFINES WS-RPT-PERIOD.
               04  WS-RPT-CCYY         PIC 9(4).
               04  WS-RPT-MM           PIC 9(2).
           02  WS-LOAD-PERIOD          PIC 9(6) VALUE 0.
           02  WS-BAND                 PIC S9(4) COMP VALUE +0.
           02  WS-KIND                 PIC S9(4) COMP VALUE +0.
           02  WS-DECIDED              PIC S9(7) COMP-3 VALUE 0.
           02  WS-READ-CNT             PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY.
           02  WS-TODAY-YY             PIC 9(2).
           02  WS-TODAY-MM             PIC 9(2).
           02  WS-TODAY-DD             PIC 9(2).
      *    THE LOW SCORE OF EACH BAND, HIGHEST BAND FIRST.
       01  BAND-LOW-LIST.
           02  FILLER                  PIC 9(3) VALUE 090.
           02  FILLER                  PIC 9(3) VALUE 075.
           02  FILLER                  PIC 9(3) VALUE 050.
           02  FILLER                  PIC 9(3) VALUE 025.
           02  FILLER                  PIC 9(3) VALUE 000.
       01  BAND-LOW-TABLE REDEFINES BAND-LOW-LIST.
           02  BAND-LOW                PIC 9(3) OCCURS 5.
       01  BAND-NAME-LIST.
           02  FILLER                  PIC X(7) VALUE '90-100'.
           02  FILLER                  PIC X(7) VALUE '75-89'.
           02  FILLER                  PIC X(7) VALUE '50-74'.
           02  FILLER                  PIC X(7) VALUE '25-49'.
           02  FILLER                  PIC X(7) VALUE '0-24'.
       01  BAND-NAME-TABLE REDEFINES BAND-NAME-LIST.
           02  BAND-NAME               PIC X(7) OCCURS 5.
      *    KIND 1 IS TELEPHONES, KIND 2 ADDRESSES; BAND 6 IS THE TOTAL.
       01  HIT-TOTALS.
           02  HT-KIND OCCURS 2.
               04  HT-BAND OCCURS 6.
                   06  HT-LOADED       PIC S9(7) COMP-3.
                   06  HT-ACCEPTED     PIC S9(7) COMP-3.
                   06  HT-REJECTED     PIC S9(7) COMP-3.
                   06  HT-OPEN         PIC S9(7) COMP-3.
       01  HEADER-LINE.
           02  FILLER                  PIC X(50) VALUE
               'ACCT105 SKIP-TRACE HIT RATE BY CONFIDENCE - MONTH'.
           02  HDR-PERIOD              PIC 9(6).
           02  FILLER                  PIC X(44) VALUE SPACES.
       01  KIND-LINE.
           02  KIND-NAME               PIC X(20).
           02  FILLER                  PIC X(80) VALUE SPACES.
       01  COLUMN-LINE.
           02  FILLER                  PIC X(30) VALUE
               'BAND       LOADED  ACCEPTED  '.
           02  FILLER                  PIC X(30) VALUE
               'REJECTED      OPEN  HIT PCT'.
           02  FILLER                  PIC X(40) VALUE SPACES.
       01  BAND-LINE.
           02  BL-NAME                 PIC X(7).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  BL-LOADED               PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  BL-ACCEPTED             PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  BL-REJECTED             PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  BL-OPEN                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  BL-PCT                  PIC ZZ9.9.
           02  FILLER                  PIC X(46) VALUE SPACES.
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CANDIDATE THRU 2000-EXIT
               UNTIL ALL-DONE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       1000-INITIALIZE.
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           INITIALIZE HIT-TOTALS.
           OPEN INPUT PARM-FILE.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END MOVE SPACES TO PARM-REC.
           CLOSE PARM-FILE.
           IF PARM-PERIOD NUMERIC AND PARM-MM > 0 AND PARM-MM < 13
               MOVE PARM-PERIOD TO WS-RPT-PERIOD
               GO TO 1000-OPEN.
           IF WS-TODAY-YY > 50
               COMPUTE WS-RPT-CCYY = 1900 + WS-TODAY-YY
           ELSE
               COMPUTE WS-RPT-CCYY = 2000 + WS-TODAY-YY.
           COMPUTE WS-RPT-MM = WS-TODAY-MM - 1.
           IF WS-RPT-MM = 0
               MOVE 12 TO WS-RPT-MM
               SUBTRACT 1 FROM WS-RPT-CCYY.
       1000-OPEN.
           OPEN INPUT SKIPTRC-FILE.
           OPEN OUTPUT HIT-REPORT-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           MOVE WS-RPT-PERIOD TO HDR-PERIOD.
           WRITE HIT-RPT-REC FROM HEADER-LINE.
           PERFORM 2900-READ-SKIPTRC THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
       2000-PROCESS-CANDIDATE.
           ADD 1 TO WS-READ-CNT.
           COMPUTE WS-LOAD-PERIOD = SK-LOAD-DATE / 100.
           IF WS-LOAD-PERIOD NOT = WS-RPT-PERIOD
               GO TO 2000-NEXT.
           MOVE 1 TO WS-KIND.
           IF SK-ADDRESS
               MOVE 2 TO WS-KIND.
           PERFORM 2100-FIND-BAND THRU 2100-EXIT
               VARYING WS-BAND FROM 1 BY 1
               UNTIL WS-BAND > 4 OR SK-SCORE NOT < BAND-LOW (WS-BAND).
           PERFORM 2200-TALLY THRU 2200-EXIT.
           MOVE 6 TO WS-BAND.
           PERFORM 2200-TALLY THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2900-READ-SKIPTRC THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *    THE SEARCH STOPS ON THE FIRST BAND THE SCORE REACHES; A
      *    SCORE BELOW EVERY OTHER BAND FALLS THROUGH TO BAND 5.
       2100-FIND-BAND.
       2100-EXIT.
           EXIT.
       2200-TALLY.
           ADD 1 TO HT-LOADED (WS-KIND, WS-BAND).
           IF SK-ACCEPTED
               ADD 1 TO HT-ACCEPTED (WS-KIND, WS-BAND).
           IF SK-REJECTED
               ADD 1 TO HT-REJECTED (WS-KIND, WS-BAND).
           IF SK-OPEN
               ADD 1 TO HT-OPEN (WS-KIND, WS-BAND).
       2200-EXIT.
           EXIT.
       2900-READ-SKIPTRC.
           READ SKIPTRC-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2900-EXIT.
           EXIT.
       9000-TERMINATE.
           MOVE 1 TO WS-KIND.
           MOVE 'TELEPHONES' TO KIND-NAME.
           PERFORM 9100-KIND-BLOCK THRU 9100-EXIT.
           MOVE 2 TO WS-KIND.
           MOVE 'ADDRESSES' TO KIND-NAME.
           PERFORM 9100-KIND-BLOCK THRU 9100-EXIT.
           CLOSE SKIPTRC-FILE, HIT-REPORT-FILE.
       9000-EXIT.
           EXIT.
       9100-KIND-BLOCK.
           WRITE HIT-RPT-REC FROM KIND-LINE.
           WRITE HIT-RPT-REC FROM COLUMN-LINE.
           PERFORM 9200-BAND-LINE THRU 9200-EXIT
               VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 6.
       9100-EXIT.
           EXIT.
       9200-BAND-LINE.
           IF WS-BAND = 6
               MOVE 'TOTAL' TO BL-NAME
           ELSE
               MOVE BAND-NAME (WS-BAND) TO BL-NAME.
           MOVE HT-LOADED (WS-KIND, WS-BAND) TO BL-LOADED.
           MOVE HT-ACCEPTED (WS-KIND, WS-BAND) TO BL-ACCEPTED.
           MOVE HT-REJECTED (WS-KIND, WS-BAND) TO BL-REJECTED.
           MOVE HT-OPEN (WS-KIND, WS-BAND) TO BL-OPEN.
           COMPUTE WS-DECIDED = HT-ACCEPTED (WS-KIND, WS-BAND)
               + HT-REJECTED (WS-KIND, WS-BAND).
           IF WS-DECIDED = 0
               MOVE 0 TO BL-PCT
           ELSE
               COMPUTE BL-PCT ROUNDED =
                   HT-ACCEPTED (WS-KIND, WS-BAND) * 100 / WS-DECIDED.
           WRITE HIT-RPT-REC FROM BAND-LINE.
       9200-EXIT.
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
       9850-CK-FILES.
           MOVE WS-SK-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'SKIPTRC' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SK-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'SKIPHRPT' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE HIT-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT105' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
