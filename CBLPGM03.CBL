       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. CBLPGM03.                                            00020000
      *                                                                 00030000
      * PURPOSE:  COMMON CALLED BUSINESS-DATE SUBROUTINE, IN THE SAME   00040000
      * -------   LINKAGE STYLE AS CBLPGM02.  EVERY BATCH JOB USED TO   00050000
      *           PICK ITS OWN DATE - ACCEPT FROM DATE, A PARAMETER     00060000
      *           CARD, AN MMDDYY DEFAULT - SO A STREAM THAT RAN PAST   00070000
      *           MIDNIGHT POSTED AND REPORTED ON DIFFERENT DAYS IN     00080000
      *           DIFFERENT STEPS.  THE CALLER NOW TAKES ITS POSTING    00090000
      *           AND REPORT DATE FROM THIS ROUTINE, WHICH RETURNS THE  00100000
      *           CURRENT BUSINESS DATE FROM THE BUSDATE CONTROL RECORD 00110000
      *           (CCYYMMDD AND THE OLD YYMMDD FORM), THE PREVIOUS AND  00120000
      *           NEXT BUSINESS DATES AND THE ON-LINE POSTING CUTOFF.   00130000
      *           THE RECORD IS READ ON THE FIRST CALL ONLY, SO EVERY   00140000
      *           CALL IN A STEP SEES THE SAME DATE.  WHEN THE RECORD   00150000
      *           CANNOT BE READ THE SYSTEM DATE IS RETURNED WITH       00160000
      *           BDL-STATUS '4' SO THE JOB STILL RUNS.                 00170000
      *                                                                 00180000
       ENVIRONMENT DIVISION.                                            00190000
       INPUT-OUTPUT SECTION.                                            00200000
       FILE-CONTROL.                                                    00210000
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE                        00220000
               ORGANIZATION IS INDEXED                                  00230000
               ACCESS MODE IS RANDOM                                    00240000
               RECORD KEY IS BD-KEY                                     00250000
               FILE STATUS IS WS-BD-STATUS.                             00260000
       DATA DIVISION.                                                   00270000
       FILE SECTION.                                                    00280000
       FD  BUSDATE-FILE                                                 00290000
           RECORDING MODE F.                                            00300000
       01  BUSDATE-REC.                                                 00310000
           COPY BUSDATE.                                                00320000
       WORKING-STORAGE SECTION.                                         00330000
       01  WS-BD-STATUS               PIC XX VALUE SPACES.              00340000
           88  BD-OK                      VALUE '00'.                   00350000
       01  WS-LOADED-SW               PIC X VALUE 'N'.                  00360000
           88  BUSDATE-LOADED             VALUE 'Y'.                    00370000
       01  WS-SAVE-AREA.                                                00380000
           05  WS-SAVE-STATUS         PIC X VALUE '4'.                  00390000
           05  WS-SAVE-BUS-DATE       PIC 9(8) VALUE 0.                 00400000
           05  WS-SAVE-PREV-DATE      PIC 9(8) VALUE 0.                 00410000
           05  WS-SAVE-NEXT-DATE      PIC 9(8) VALUE 0.                 00420000
           05  WS-SAVE-CUTOFF         PIC 9(6) VALUE 0.                 00430000
       01  WS-SYS-DATE.                                                 00440000
           05  WS-SYS-YY              PIC 9(2).                         00450000
           05  WS-SYS-MM              PIC 9(2).                         00460000
           05  WS-SYS-DD              PIC 9(2).                         00470000
       01  WS-SYS-CCYY                PIC 9(4) VALUE 0.                 00480000
       01  WS-YR-WINDOW               PIC 9(2) VALUE 50.                00490000
       01  WS-CENTURY                 PIC 9(4) VALUE 0.                 00500000
       LINKAGE SECTION.                                                 00510000
       01  LINK-DATA.                                                   00520000
           COPY BUSDLINK.                                               00530000
      *                                                                 00540000
       PROCEDURE DIVISION USING LINK-DATA.                              00550000
       0000-MAINLINE.                                                   00560000
           IF NOT BUSDATE-LOADED                                        00570000
               PERFORM 1000-LOAD-BUSDATE THRU 1000-EXIT.                00580000
           MOVE WS-SAVE-STATUS TO BDL-STATUS.                           00590000
           MOVE WS-SAVE-BUS-DATE TO BDL-BUS-DATE.                       00600000
           MOVE WS-SAVE-PREV-DATE TO BDL-PREV-DATE.                     00610000
           MOVE WS-SAVE-NEXT-DATE TO BDL-NEXT-DATE.                     00620000
           MOVE WS-SAVE-CUTOFF TO BDL-CUTOFF-TIME.                      00630000
           DIVIDE WS-SAVE-BUS-DATE BY 1000000 GIVING WS-CENTURY         00640000
               REMAINDER BDL-BUS-YYMMDD.                                00650000
       0000-GOBACK.                                                     00660000
           GOBACK.                                                      00670000
      ***************************************************************** 00680000
      * THE CONTROL RECORD IS READ ONCE.  A MISSING FILE, A MISSING     00690000
      * RECORD OR A DATE THAT IS NOT NUMERIC FALLS BACK TO THE SYSTEM   00700000
      * DATE, WINDOWED THE SAME WAY AS EVERY OTHER TWO-DIGIT YEAR.      00710000
      ***************************************************************** 00720000
       1000-LOAD-BUSDATE.                                               00730000
           MOVE 'Y' TO WS-LOADED-SW.                                    00740000
           OPEN INPUT BUSDATE-FILE.                                     00750000
           IF NOT BD-OK GO TO 1000-DEFAULT.                             00760000
           MOVE 'BUSDATE' TO BD-KEY.                                    00770000
           READ BUSDATE-FILE                                            00780000
               INVALID KEY MOVE '23' TO WS-BD-STATUS.                   00790000
           CLOSE BUSDATE-FILE.                                          00800000
           IF NOT BD-OK GO TO 1000-DEFAULT.                             00810000
           IF BD-CURR-DATE NOT NUMERIC OR BD-CURR-DATE = 0              00820000
               GO TO 1000-DEFAULT.                                      00830000
           MOVE '0' TO WS-SAVE-STATUS.                                  00840000
           MOVE BD-CURR-DATE TO WS-SAVE-BUS-DATE.                       00850000
           IF BD-PREV-DATE NUMERIC                                      00860000
               MOVE BD-PREV-DATE TO WS-SAVE-PREV-DATE.                  00870000
           IF BD-NEXT-DATE NUMERIC                                      00880000
               MOVE BD-NEXT-DATE TO WS-SAVE-NEXT-DATE.                  00890000
           IF BD-CUTOFF-TIME NUMERIC                                    00900000
               MOVE BD-CUTOFF-TIME TO WS-SAVE-CUTOFF.                   00910000
           GO TO 1000-EXIT.                                             00920000
       1000-DEFAULT.                                                    00930000
           MOVE '4' TO WS-SAVE-STATUS.                                  00940000
           ACCEPT WS-SYS-DATE FROM DATE.                                00950000
           IF WS-SYS-YY <= WS-YR-WINDOW                                 00960000
               COMPUTE WS-SYS-CCYY = 2000 + WS-SYS-YY                   00970000
           ELSE COMPUTE WS-SYS-CCYY = 1900 + WS-SYS-YY.                 00980000
           COMPUTE WS-SAVE-BUS-DATE = WS-SYS-CCYY * 10000               00990000
               + WS-SYS-MM * 100 + WS-SYS-DD.                           01000000
       1000-EXIT.                                                       01010000
           EXIT.                                                        01020000
