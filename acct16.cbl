                ACCOUNTS WHOSE STATDO SHOWS CLOSED ('CL') OR CHARGED    00001100
                OFF ('CO') ARE SUPPRESSED.  THE RUN REPORTS HOW MANY    00001200
                OF EACH LETTER WENT OUT AND HOW MANY WERE SUPPRESSED.   00001300
                AN AMOUNT UNDER AN OPEN BILLING DISPUTE (THE AC33
                DISPUTE FILE) IS NOT DUNNED FOR: THE LETTER ASKS FOR
                THE BALANCE LESS THE DISPUTED AMOUNT, AND NO LETTER
                GOES OUT WHEN NOTHING IS LEFT.  A DECEASED CUSTOMER
                (DECEDO 'D') IS NEVER DUNNED, AND NO LETTER GOES TO A
                CUSTOMER WHOSE WRITTEN DISPUTE OF THE DEBT (VALNOTE) IS
                STILL AWAITING ITS VERIFICATION LETTER.  A TIME-BARRED
                DEBT (TBARDO 'T') IS DUNNED ON THE DISCLOSURE VARIANT
                OF THE FORM ('ACDUN1T'/'ACDUN2T').
                THE LETTERS OF A HOUSEHOLD (HHXREF) UNDER THE SAME
                HANDLING CODE AND GOING TO THE SAME ADDRESS IN EFFECT
                SHARE ONE ENVELOPE: THEIR UNIQUE KEY CARRIES THE
                HOUSEHOLD ID AND AN ADDRESS GROUP INSTEAD OF THE
                ACCOUNT, WHICH IS THE ENVELOPE KEY THE ACCT66 PRESORT
                AND MXBPB510 WORK FROM.  A MEMBER WHO OPTED OUT ON
                AC28 IS MAILED SEPARATELY.  THE ENVELOPES SAVED ARE
                REPORTED WITH THE RUN TOTALS.
       ENVIRONMENT DIVISION.                                            00001400
       INPUT-OUTPUT SECTION.                                            00001500
       FILE-CONTROL.                                                    00001600
               ACCESS MODE IS RANDOM                                    00002400
               RECORD KEY IS AA-ACCT                                    00002500
               FILE STATUS IS WS-ALT-STATUS.                            00002600
           SELECT VALNOTE-FILE ASSIGN TO VALNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-ACCT
               FILE STATUS IS WS-VN-STATUS.
           SELECT PAYPLAN-FILE ASSIGN TO PAYPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMSG-KEY
               FILE STATUS IS WS-LANG-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT HHXREF-FILE ASSIGN TO HHXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-ACCT
               FILE STATUS IS WS-HX-STATUS.
           SELECT XEROX-DOC-FILE ASSIGN TO XRXDUN                       00002700
               FILE STATUS IS WS-DOC-STATUS.                            00002800
           SELECT DUN-REPORT-FILE ASSIGN TO ACCTDNRP                    00002900
           RECORDING MODE F.                                            00003800
       01  ACCTALT-REC.                                                 00003900
           COPY ACCTALT.                                                00004000
       FD  VALNOTE-FILE
           RECORDING MODE F.
       01  VALNOTE-REC.
           COPY VALNOTE.
       FD  PAYPLAN-FILE
           RECORDING MODE F.
       01  PAYPLAN-REC.
           COPY PAYPLAN.
       FD  DISPUTE-FILE
           RECORDING MODE F.
       01  DISPUTE-REC.
           COPY DISPUTE.
       FD  HHXREF-FILE
           RECORDING MODE F.
       01  HHXREF-REC.
           COPY HHXREF.
       FD  XEROX-DOC-FILE                                               00004100
           RECORDING MODE F.                                            00004200
       01  XRXDOC-REC.                                                  00004300
           02  WS-PLAN-STATUS          PIC XX VALUE SPACES.
               88  PLAN-FOUND              VALUE '00'.
           02  WS-PLAN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-VN-STATUS            PIC XX VALUE SPACES.
               88  VN-FOUND                VALUE '00'.
           02  WS-VALPAUSE-CNT         PIC S9(7) COMP-3 VALUE 0.
           02  WS-CEASE-CNT            PIC S9(7) COMP-3 VALUE 0.
           02  WS-BANK-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DECD-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DISPUTE-STATUS       PIC XX VALUE SPACES.
               88  DISPUTE-OK              VALUE '00'.
           02  WS-DISP-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-SB-STATUS            PIC XX VALUE SPACES.
               88  SB-FOUND                VALUE '00'.
           02  WS-CH-STATUS            PIC XX VALUE SPACES.
               88  LANG-MSG-FOUND          VALUE '00'.
           02  WS-DOC-LANG             PIC X VALUE 'E'.
           02  WS-SPAN-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-TBAR-CNT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-LEGEND               PIC X(30) VALUE SPACES.
           02  WS-LEG-MSGNO            PIC 9(4) VALUE 0.
           02  WS-LEG-DEFAULT          PIC X(30) VALUE SPACES.
           02  WS-USE-ADDR2            PIC X(24).                       00006400
           02  WS-USE-ADDR3            PIC X(16).                       00006500
           02  WS-PROC-MMDD            PIC 9(4) VALUE 0.                00006600
           02  WS-HX-STATUS            PIC XX VALUE SPACES.
               88  HX-FOUND                VALUE '00'.
           02  WS-EV-SUB               PIC S9(4) COMP VALUE +0.
           02  WS-EV-FOUND             PIC S9(4) COMP VALUE +0.
           02  WS-EV-GRP               PIC 9(2) VALUE 0.
           02  WS-ENV-SAVED            PIC S9(7) COMP-3 VALUE 0.
           02  WS-ENV-ADDR.
               04  WS-ENV-ADDR1        PIC X(24).
               04  WS-ENV-ADDR2        PIC X(24).
               04  WS-ENV-ADDR3        PIC X(16).
                                                                        00006700
      *    THE HOUSEHOLD ENVELOPES OPENED SO FAR THIS RUN - ONE PER
      *    HOUSEHOLD, HANDLING CODE AND ADDRESS IN EFFECT, NUMBERED
      *    WITHIN THE HOUSEHOLD.
       01  ENV-TABLE.
           02  ENV-ENTRY OCCURS 2000 TIMES.
               04  EV-HHID             PIC X(5).
               04  EV-HAND             PIC X(2).
               04  EV-ADDR             PIC X(64).
               04  EV-GROUP            PIC 9(2).
           02  EV-USED                 PIC S9(4) COMP VALUE 0.
       01  WS-CH-NOW-DAY.
           02  WS-CH-NOW-YY            PIC 9(2).
           02  WS-CH-NOW-DDD           PIC 9(3).
           02  WS-DOC-MM               PIC 9(2).                        00008200
           02  WS-DOC-DD               PIC 9(2).                        00008300
       01  WS-BAL-AMT-N                PIC S9(6)V99 COMP-3 VALUE 0.     00008400
       01  WS-DISP-AMT-N               PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-AMT-WORK.
           02  WS-AMT-X                PIC X(8).
           02  WS-AMT-XR REDEFINES WS-AMT-X.
               04  WS-AMT-INT          PIC 9(5).
               04  WS-AMT-POINT        PIC X.
               04  WS-AMT-DEC          PIC 9(2).
       01  WS-AMT-BAD-SW               PIC X VALUE 'N'.
           88  AMT-BAD                     VALUE 'Y'.
       01  WS-AMT-VAL-N                PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-HASH-N                   PIC 9(15) VALUE 0.               00008500
       01  LETTER-TEXT.                                                 00008600
           05  LTX-NAME.                                                00008700
           02  FILLER                  PIC X(60) VALUE                  00010400
               'ACCT16 DUNNING-LETTER GENERATION - CYCLE REPORT'.       00010500
           02  FILLER                  PIC X(40) VALUE SPACES.          00010600
       01  BUSDATE-LINK.
           COPY BUSDLINK.
       01  ABT-LINK.
           COPY ABTLINK.
       PROCEDURE DIVISION.                                              00010700
       0000-MAIN.                                                       00010800
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      00010900
           OPEN INPUT ACCT-MASTER.                                      00011500
           OPEN INPUT ACCTALT-FILE.                                     00011600
           OPEN INPUT PAYPLAN-FILE.
           OPEN INPUT VALNOTE-FILE.
           OPEN OUTPUT XEROX-DOC-FILE.                                  00011700
           OPEN I-O CORRHIST-FILE.
           OPEN INPUT ACCTMSG-FILE.
           OPEN INPUT STATTAB-FILE.
           OPEN INPUT DISPUTE-FILE.
           OPEN INPUT HHXREF-FILE.
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           ACCEPT WS-CH-NOW-DAY FROM DAY.
           ACCEPT WS-CH-NOW-HMS FROM TIME.
           COMPUTE WS-CH-NOW-TIME = WS-CH-NOW-HMS / 100.
               COMPUTE WS-CH-NOW-DATE =
                   100000 + WS-CH-NOW-YY * 1000 + WS-CH-NOW-DDD.
           OPEN OUTPUT DUN-REPORT-FILE.                                 00011800
           PERFORM 9800-CK-OPEN THRU 9850-EXIT.
           WRITE DUN-RPT-REC FROM HEADER-LINE.                          00011900
           CALL 'CBLPGM03' USING BUSDATE-LINK.
           MOVE BDL-BUS-YYMMDD TO WS-TODAY.
           MOVE WS-TODAY-YY TO WS-WINDOW-YY.                            00012100
           PERFORM 2150-WINDOW-YEAR THRU 2150-EXIT.                     00012200
           MOVE WS-WINDOW-CCYY TO WS-CUR-CCYY.                          00012300
       2100-READ-ACCTFIL.                                               00014000
           READ ACCT-MASTER NEXT RECORD                                 00014100
               AT END MOVE 'Y' TO WS-EOF-SW.                            00014200
           PERFORM 9810-CK-READ THRU 9850-EXIT.
       2100-EXIT.                                                       00014300
           EXIT.                                                        00014400
       2150-WINDOW-YEAR.                                                00014500
           MOVE STATDO TO SB-STATUS.
           READ STATTAB-FILE
               INVALID KEY MOVE '23' TO WS-SB-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF SB-FOUND
               IF SB-BLK-DUN = 'Y'
                   ADD 1 TO WS-SUPP-CNT
           IF BANKDO = 'B'
               ADD 1 TO WS-BANK-CNT
               GO TO 2200-EXIT.
      *    A DECEASED CUSTOMER IS NOT DUNNED; THE ESTATE GETS THE
      *    ACCT92 CLAIM LETTER INSTEAD.
           IF DECEDO = 'D'
               ADD 1 TO WS-DECD-CNT
               GO TO 2200-EXIT.
      *    A CEASE-CONTACT ORDER SUPPRESSES ALL DUNNING.
           IF CEASEDO = 'Y'
               ADD 1 TO WS-CEASE-CNT
           MOVE ACCTDO TO PP-ACCT.
           READ PAYPLAN-FILE
               INVALID KEY MOVE '23' TO WS-PLAN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF PLAN-FOUND AND PP-ACTIVE
               ADD 1 TO WS-PLAN-CNT
               GO TO 2200-EXIT.
      *    SO DOES A WRITTEN DISPUTE OF THE DEBT, UNTIL ACCT107 HAS
      *    MAILED THE VERIFICATION.
           MOVE ACCTDO TO VN-ACCT.
           READ VALNOTE-FILE
               INVALID KEY MOVE '23' TO WS-VN-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF VN-FOUND AND VN-PAUSES-COLLECTION
               ADD 1 TO WS-VALPAUSE-CNT
               GO TO 2200-EXIT.
      *    AN AMOUNT UNDER AN OPEN BILLING DISPUTE IS NOT DUNNED FOR.
           PERFORM 2900-SUM-DISPUTES THRU 2900-EXIT.
           SUBTRACT WS-DISP-AMT-N FROM WS-BAL-AMT-N.
           IF WS-BAL-AMT-N NOT > 0
               ADD 1 TO WS-DISP-CNT
               GO TO 2200-EXIT.
           IF WS-AGE-MOS < 3                                            00016600
               PERFORM 2300-WRITE-LETTER THRU 2300-EXIT                 00016700
               ADD 1 TO WS-FIRST-CNT                                    00016800
           MOVE WS-USE-ADDR3 TO LTX-ADDR3.                              00019800
           MOVE WS-BAL-AMT-N TO LTX-BAL.                                00019900
           MOVE WS-LEGEND TO LTX-LEGEND.
           PERFORM 2960-SET-ENVELOPE THRU 2960-EXIT.
           MOVE LETTER-TEXT TO XRX-TEXT.                                00020000
           WRITE XRXDOC-REC.                                            00020100
           PERFORM 9820-CK-WRITE THRU 9850-EXIT.
           PERFORM 2800-LOG-CORR THRU 2800-EXIT.
       2300-EXIT.                                                       00020200
           EXIT.                                                        00020300
           MOVE ACCTDO TO AA-ACCT.                                      00021300
           READ ACCTALT-FILE                                            00021400
               INVALID KEY GO TO 2700-EXIT.                             00021500
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT ALT-FOUND GO TO 2700-EXIT.                            00021600
           IF AA-FROM-MMDD NOT NUMERIC OR AA-TO-MMDD NOT NUMERIC        00021700
               GO TO 2700-EXIT.                                         00021800
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
           END-IF.
       2850-EXIT.
           EXIT.
      *    A TIME-BARRED DEBT (TBARDO, SET BY ACCT109) GOES ON THE
      *    FORM'S DISCLOSURE VARIANT - 'T' IN THE SEVENTH POSITION -
      *    WHICH STATES THAT THE DEBT IS TOO OLD TO BE SUED ON.
       2860-SET-FORM-VARIANT.
           IF TBARDO = 'T'
               MOVE 'T' TO XRX-FORM-NAME (7:1)
               ADD 1 TO WS-TBAR-CNT.
           IF WS-DOC-LANG = 'S'
               MOVE 'S' TO XRX-FORM-NAME (8:1).
       2860-EXIT.
           EXIT.
      *****************************************************************
      * THE AMOUNT UNDER OPEN BILLING DISPUTES ON THE ACCOUNT - EVERY
      * DISPUTE CASE FOR IT STILL OPENED OR ACKNOWLEDGED ON THE AC33
      * CASE FILE.
      *****************************************************************
       2900-SUM-DISPUTES.
           MOVE 0 TO WS-DISP-AMT-N.
           MOVE ACCTDO TO DP-ACCT.
           MOVE 0 TO DP-SEQ.
           START DISPUTE-FILE KEY NOT < DP-KEY
               INVALID KEY GO TO 2900-EXIT.
           PERFORM 9845-CK-START THRU 9850-EXIT.
           PERFORM 2910-SUM-CASE THRU 2910-EXIT
               UNTIL NOT DISPUTE-OK OR DP-ACCT NOT = ACCTDO.
       2900-EXIT.
           EXIT.
       2910-SUM-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END MOVE '10' TO WS-DISPUTE-STATUS.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT DISPUTE-OK OR DP-ACCT NOT = ACCTDO
               GO TO 2910-EXIT.
           IF NOT DP-IS-OPEN GO TO 2910-EXIT.
           MOVE DP-AMT TO WS-AMT-X.
           PERFORM 2400-EDIT-AMOUNT THRU 2400-EXIT.
           IF NOT AMT-BAD
               ADD WS-AMT-VAL-N TO WS-DISP-AMT-N.
       2910-EXIT.
           EXIT.
      *****************************************************************
      * ONE ENVELOPE PER HOUSEHOLD ADDRESS.  A LETTER FOR A HOUSEHOLD
      * MEMBER (HHXREF) WHO HAS NOT OPTED OUT OF HOUSEHOLD MAILING IS
      * KEYED FOR THE ENVELOPE BY THE HOUSEHOLD ID AND A TWO-DIGIT
      * GROUP - ONE GROUP PER DIFFERENT ADDRESS IN EFFECT WITHIN THE
      * HOUSEHOLD THIS RUN - INSTEAD OF BY THE ACCOUNT, SO THE ACCT66
      * PRESORT BRINGS THE HOUSEHOLD'S LETTERS TOGETHER AND MXBPB510
      * COUNTS THEM AS ONE ENVELOPE.  THE ENVELOPE KEY INCLUDES THE
      * HANDLING CODE, SO A FIRST AND A FINAL NOTICE TRAVEL APART.
      * EVERY LETTER AFTER THE FIRST INTO AN ENVELOPE IS AN ENVELOPE
      * SAVED.  THE DOCUMENT KEY AND THE CORRHIST ENTRY STAY THE
      * ACCOUNT'S OWN.  A FULL TABLE LEAVES THE LETTER IN ITS OWN
      * ENVELOPE.
      *****************************************************************
       2960-SET-ENVELOPE.
           MOVE ACCTDO TO HX-ACCT.
           READ HHXREF-FILE
               INVALID KEY GO TO 2960-EXIT.
           PERFORM 9810-CK-READ THRU 9850-EXIT.
           IF NOT HX-FOUND GO TO 2960-EXIT.
           IF HX-MAIL-SEPARATE GO TO 2960-EXIT.
           MOVE WS-USE-ADDR1 TO WS-ENV-ADDR1.
           MOVE WS-USE-ADDR2 TO WS-ENV-ADDR2.
           MOVE WS-USE-ADDR3 TO WS-ENV-ADDR3.
           MOVE 0 TO WS-EV-FOUND, WS-EV-GRP.
           PERFORM 2965-FIND-ENVELOPE THRU 2965-EXIT
               VARYING WS-EV-SUB FROM 1 BY 1
               UNTIL WS-EV-SUB > EV-USED OR WS-EV-FOUND > 0.
           IF WS-EV-FOUND > 0
               ADD 1 TO WS-ENV-SAVED
               GO TO 2960-KEY.
           IF EV-USED NOT < 2000 OR WS-EV-GRP NOT < 99
               GO TO 2960-EXIT.
           ADD 1 TO WS-EV-GRP.
           ADD 1 TO EV-USED.
           MOVE HX-HHID TO EV-HHID (EV-USED).
           MOVE XRX-SPECIAL-HANDLING TO EV-HAND (EV-USED).
           MOVE WS-ENV-ADDR TO EV-ADDR (EV-USED).
           MOVE WS-EV-GRP TO EV-GROUP (EV-USED).
       2960-KEY.
           MOVE SPACES TO XRX-UNIQUE-KEY.
           MOVE HX-HHID TO XRX-UNIQUE-KEY (1:5).
           MOVE WS-EV-GRP TO XRX-UNIQUE-KEY (6:2).
       2960-EXIT.
           EXIT.
       2965-FIND-ENVELOPE.
           IF EV-HHID (WS-EV-SUB) = HX-HHID
               MOVE EV-GROUP (WS-EV-SUB) TO WS-EV-GRP
               IF EV-HAND (WS-EV-SUB) = XRX-SPECIAL-HANDLING
                   AND EV-ADDR (WS-EV-SUB) = WS-ENV-ADDR
                   MOVE WS-EV-SUB TO WS-EV-FOUND.
       2965-EXIT.
           EXIT.
       2400-EDIT-AMOUNT.
      *    A DISPUTED AMOUNT IS CARRIED AS EIGHT DISPLAY CHARACTERS IN
      *    THE FORM '  999.99' WITH THE DECIMAL POINT FIXED IN THE
      *    SIXTH POSITION.  LEADING SPACES ARE TREATED AS ZEROS, THE
      *    SAME WAY THE PAY-INIT SEED IS BUILT.
           MOVE 'N' TO WS-AMT-BAD-SW.
           INSPECT WS-AMT-X REPLACING ALL ' ' BY '0'.
           IF WS-AMT-INT NOT NUMERIC OR WS-AMT-POINT NOT = '.'
               OR WS-AMT-DEC NOT NUMERIC
               MOVE 'Y' TO WS-AMT-BAD-SW
           ELSE
               COMPUTE WS-AMT-VAL-N = WS-AMT-INT + WS-AMT-DEC / 100.
       2400-EXIT.
           EXIT.
       9000-TERMINATE.                                                  00023300
           MOVE SPACES TO SUMMARY-LINE.                                 00023400
           MOVE 'ACCOUNTS READ:              ' TO SUM-LABEL.            00023500
           MOVE 'SUPPRESSED (PAYMENT PLAN):  ' TO SUM-LABEL.
           MOVE WS-PLAN-CNT TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SUPPRESSED (DEBT DISPUTED): ' TO SUM-LABEL.
           MOVE WS-VALPAUSE-CNT TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SUPPRESSED (CEASE CONTACT): ' TO SUM-LABEL.
           MOVE WS-CEASE-CNT TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SUPPRESSED (BANKRUPTCY):    ' TO SUM-LABEL.
           MOVE WS-BANK-CNT TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SUPPRESSED (DECEASED):      ' TO SUM-LABEL.
           MOVE WS-DECD-CNT TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SUPPRESSED (ALL IN DISPUTE):' TO SUM-LABEL.
           MOVE WS-DISP-CNT TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'SPANISH DOCUMENTS:          ' TO SUM-LABEL.
           MOVE WS-SPAN-CNT TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'TIME-BARRED DISCLOSURES:    ' TO SUM-LABEL.
           MOVE WS-TBAR-CNT TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           MOVE 'ENVELOPES SAVED (HOUSEHOLD):' TO SUM-LABEL.
           MOVE WS-ENV-SAVED TO SUM-CNT.
           WRITE DUN-RPT-REC FROM SUMMARY-LINE.
           CLOSE ACCT-MASTER, XEROX-DOC-FILE, DUN-REPORT-FILE,          00025000
               ACCTALT-FILE, PAYPLAN-FILE,
               CORRHIST-FILE,
               ACCTMSG-FILE,
               STATTAB-FILE,
               DISPUTE-FILE, VALNOTE-FILE,
               HHXREF-FILE.
       9000-EXIT.                                                       00025200
           EXIT.                                                        00025300
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
           MOVE WS-ALT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'ACCTALT' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE AA-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-VN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'VALNOTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE VN-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-PLAN-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'PAYPLAN' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE PP-ACCT TO ABL-KEY
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
           MOVE WS-SB-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'STATTAB' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE SB-STATUS TO ABL-KEY
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
           MOVE WS-DISPUTE-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'DISPUTE' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DP-KEY TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-HX-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'HHXREF' TO ABL-FILE-NAME
               MOVE 'V' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE HX-ACCT TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-DOC-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR
               MOVE 'XRXDUN' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE XRXDOC-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
           MOVE WS-RPT-STATUS TO ABL-STATUS.
           IF ABL-HARD-ERROR AND ABL-FUNCTION NOT = 'OPEN'
               MOVE 'WRITE' TO ABL-FUNCTION.
           IF ABL-HARD-ERROR
               MOVE 'ACCTDNRP' TO ABL-FILE-NAME
               MOVE 'S' TO ABL-FILE-ORG
               MOVE SPACES TO ABL-KEY
               IF ABL-FUNCTION NOT = 'OPEN'
                   MOVE DUN-RPT-REC TO ABL-KEY
               END-IF
               GO TO 9860-ABEND.
       9850-EXIT.
           EXIT.
       9860-ABEND.
           MOVE 'ACCT16' TO ABL-PGM-NAME.
           MOVE SPACES TO ABL-TEXT.
           CALL 'CBLPGM05' USING ABT-LINK.
       9860-EXIT.
           EXIT.
