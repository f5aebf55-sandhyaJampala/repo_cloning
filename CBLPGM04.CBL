       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. CBLPGM04.                                            00020000
      *                                                                 00030000
      * PURPOSE:  COMMON CALLED BALANCE-COMPONENT ROUTINE, IN THE SAME  00040000
      * -------   LINKAGE STYLE AS CBLPGM02.  BAL (1) IS ONE NUMBER;    00050000
      *           THE BALCOMP COMPANION RECORD SPLITS IT INTO           00060000
      *           PRINCIPAL, FINANCE CHARGES AND FEES.  EVERY PROGRAM   00070000
      *           THAT POSTS TO THE SPLIT CALLS THIS ROUTINE WITH THE   00080000
      *           BALANCE BEFORE ITS POSTING, THE AMOUNT AND THE        00090000
      *           COMPONENTS FROM BALCOMP, SO THE RULES LIVE IN ONE     00100000
      *           PLACE: FIRST THE COMPONENTS ARE BROUGHT INTO LINE     00110000
      *           WITH THE BALANCE (A POSTING THAT DOES NOT KEEP THE    00120000
      *           SPLIT - A MEMO, A REVERSAL, A WRITE-DOWN - SHOWS AS A 00130000
      *           DIFFERENCE; AN INCREASE IS PRINCIPAL, A DECREASE      00140000
      *           COMES OFF PRINCIPAL, THEN FINANCE CHARGES, THEN       00150000
      *           FEES), THEN THE POSTING IS ADDED TO ITS COMPONENT OR, 00160000
      *           FOR A PAYMENT, APPLIED FEES FIRST, THEN FINANCE       00170000
      *           CHARGES, THEN PRINCIPAL.  WHAT A PAYMENT LEAVES OVER  00180000
      *           DRIVES PRINCIPAL NEGATIVE, A CREDIT BALANCE.  THE     00190000
      *           ROUTINE DOES NO INPUT OR OUTPUT; THE CALLER READS     00200000
      *           AND WRITES BALCOMP.                                   00210000
      *                                                                 00220000
       ENVIRONMENT DIVISION.                                            00230000
       DATA DIVISION.                                                   00240000
       WORKING-STORAGE SECTION.                                         00250000
       01  WS-LEFT                    PIC S9(7)V99 COMP-3 VALUE 0.      00260000
       01  WS-TAKE                    PIC S9(7)V99 COMP-3 VALUE 0.      00270000
       LINKAGE SECTION.                                                 00280000
       01  LINK-DATA.                                                   00290000
           COPY BCLINK.                                                 00300000
      *                                                                 00310000
       PROCEDURE DIVISION USING LINK-DATA.                              00320000
       0000-MAINLINE.                                                   00330000
           MOVE '0' TO BCL-STATUS.                                      00340000
           MOVE 0 TO BCL-TO-FEES, BCL-TO-FIN, BCL-TO-PRIN.              00350000
           IF BCL-FUNCTION NOT = 'S' AND BCL-FUNCTION NOT = 'P'         00360000
               AND BCL-FUNCTION NOT = 'I' AND BCL-FUNCTION NOT = 'E'    00370000
               AND BCL-FUNCTION NOT = 'A'                               00380000
               MOVE '9' TO BCL-STATUS                                   00390000
               GO TO 0000-GOBACK.                                       00400000
           PERFORM 1000-SYNC THRU 1000-EXIT.                            00410000
           IF BCL-FUNCTION = 'P'                                        00420000
               ADD BCL-AMT TO BCL-PRIN.                                 00430000
           IF BCL-FUNCTION = 'I'                                        00440000
               ADD BCL-AMT TO BCL-FIN.                                  00450000
           IF BCL-FUNCTION = 'E'                                        00460000
               ADD BCL-AMT TO BCL-FEES.                                 00470000
           IF BCL-FUNCTION = 'A'                                        00480000
               PERFORM 2000-APPLY-PAYMENT THRU 2000-EXIT.               00490000
       0000-GOBACK.                                                     00500000
           GOBACK.                                                      00510000
      ***************************************************************** 00520000
      * A BALANCE AT OR BELOW ZERO IS ALL PRINCIPAL.  OTHERWISE THE     00530000
      * DIFFERENCE BETWEEN THE BALANCE AND THE SUM OF THE COMPONENTS    00540000
      * IS PUT RIGHT: AN INCREASE TO PRINCIPAL, A DECREASE OFF          00550000
      * PRINCIPAL, FINANCE CHARGES AND FEES IN THAT ORDER.              00560000
      ***************************************************************** 00570000
       1000-SYNC.                                                       00580000
           COMPUTE BCL-SYNC-AMT = BCL-OLD-BAL                           00590000
               - (BCL-PRIN + BCL-FIN + BCL-FEES).                       00600000
           IF BCL-OLD-BAL NOT > 0                                       00610000
               MOVE BCL-OLD-BAL TO BCL-PRIN                             00620000
               MOVE 0 TO BCL-FIN, BCL-FEES                              00630000
               GO TO 1000-EXIT.                                         00640000
           IF BCL-SYNC-AMT NOT < 0                                      00650000
               ADD BCL-SYNC-AMT TO BCL-PRIN                             00660000
               GO TO 1000-EXIT.                                         00670000
           COMPUTE WS-LEFT = 0 - BCL-SYNC-AMT.                          00680000
           IF BCL-PRIN > 0                                              00690000
               PERFORM 1100-OFF-PRIN THRU 1100-EXIT.                    00700000
           IF WS-LEFT > 0 AND BCL-FIN > 0                               00710000
               PERFORM 1200-OFF-FIN THRU 1200-EXIT.                     00720000
           IF WS-LEFT > 0 AND BCL-FEES > 0                              00730000
               PERFORM 1300-OFF-FEES THRU 1300-EXIT.                    00740000
           IF WS-LEFT > 0                                               00750000
               SUBTRACT WS-LEFT FROM BCL-PRIN.                          00760000
       1000-EXIT.                                                       00770000
           EXIT.                                                        00780000
       1100-OFF-PRIN.                                                   00790000
           MOVE WS-LEFT TO WS-TAKE.                                     00800000
           IF WS-TAKE > BCL-PRIN                                        00810000
               MOVE BCL-PRIN TO WS-TAKE.                                00820000
           SUBTRACT WS-TAKE FROM BCL-PRIN, WS-LEFT.                     00830000
       1100-EXIT.                                                       00840000
           EXIT.                                                        00850000
       1200-OFF-FIN.                                                    00860000
           MOVE WS-LEFT TO WS-TAKE.                                     00870000
           IF WS-TAKE > BCL-FIN                                         00880000
               MOVE BCL-FIN TO WS-TAKE.                                 00890000
           SUBTRACT WS-TAKE FROM BCL-FIN, WS-LEFT.                      00900000
       1200-EXIT.                                                       00910000
           EXIT.                                                        00920000
       1300-OFF-FEES.                                                   00930000
           MOVE WS-LEFT TO WS-TAKE.                                     00940000
           IF WS-TAKE > BCL-FEES                                        00950000
               MOVE BCL-FEES TO WS-TAKE.                                00960000
           SUBTRACT WS-TAKE FROM BCL-FEES, WS-LEFT.                     00970000
       1300-EXIT.                                                       00980000
           EXIT.                                                        00990000
      ***************************************************************** 01000000
      * A PAYMENT CLEARS FEES, THEN FINANCE CHARGES, THEN PRINCIPAL.    01010000
      ***************************************************************** 01020000
       2000-APPLY-PAYMENT.                                              01030000
           MOVE BCL-AMT TO WS-LEFT.                                     01040000
           IF WS-LEFT > 0 AND BCL-FEES > 0                              01050000
               PERFORM 1300-OFF-FEES THRU 1300-EXIT                     01060000
               MOVE WS-TAKE TO BCL-TO-FEES.                             01070000
           IF WS-LEFT > 0 AND BCL-FIN > 0                               01080000
               PERFORM 1200-OFF-FIN THRU 1200-EXIT                      01090000
               MOVE WS-TAKE TO BCL-TO-FIN.                              01100000
           MOVE WS-LEFT TO BCL-TO-PRIN.                                 01110000
           SUBTRACT WS-LEFT FROM BCL-PRIN.                              01120000
       2000-EXIT.                                                       01130000
           EXIT.                                                        01140000
