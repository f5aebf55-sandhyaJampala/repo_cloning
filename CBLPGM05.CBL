       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. CBLPGM05.                                            00020000
      *                                                                 00030000
      * PURPOSE:  COMMON CALLED BATCH ABEND ROUTINE, IN THE SAME        00040000
      * -------   LINKAGE STYLE AS CBLPGM02.  AN ACCT BATCH PROGRAM     00050000
      *           THAT GETS A HARD FILE STATUS CALLS THIS ROUTINE WITH  00060000
      *           THE PROGRAM, FILE, OPERATION, STATUS AND RECORD KEY   00070000
      *           (SEE ABTLINK) INSTEAD OF CARRYING ON OR STOPPING THE  00080000
      *           RUN ON ITS OWN.  THE ROUTINE BUILDS THE STANDARD      00090000
      *           MXWW03 ABEND INFORMATION BLOCK AND CALLS MXBPCABT,    00100000
      *           THE SAME ABORT ROUTINE THE MX JOBS USE, SO AN ACCT    00110000
      *           FAILURE GETS THE VWMER00 ERROR ROW (OR THE MXBPCABF   00120000
      *           FALLBACK RECORD), THE MXBPCABQ PAGING ALERT AND THE   00130000
      *           MXBPB522 WEEKLY TREND LINE.  THE ACCT JOBS ARE NOT    00140000
      *           DB2 PROGRAMS, SO AN EMPTY SQLCA IS PASSED.  MXBPCABT  00150000
      *           DOES NOT NORMALLY RETURN; IF IT DOES, THE STEP IS     00160000
      *           ENDED HERE WITH RETURN CODE 16 SO THE JOB CAN NEVER   00170000
      *           RUN ON PAST THE ERROR.                                00180000
      *                                                                 00190000
       ENVIRONMENT DIVISION.                                            00200000
       DATA DIVISION.                                                   00210000
       WORKING-STORAGE SECTION.                                         00220000
           COPY 'MXWW 03'.                                              00230000
       01  WS-SQLCA.                                                    00240000
           05  WS-SQLCAID             PIC X(8) VALUE 'SQLCA'.           00250000
           05  WS-SQLCABC             PIC S9(9) COMP-4 VALUE +136.      00260000
           05  WS-SQLCODE             PIC S9(9) COMP-4 VALUE +0.        00270000
           05  WS-SQLERRM.                                              00280000
               49  WS-SQLERRML        PIC S9(4) COMP-4 VALUE +0.        00290000
               49  WS-SQLERRMC        PIC X(70) VALUE SPACES.           00300000
           05  WS-SQLERRP             PIC X(8) VALUE SPACES.            00310000
           05  WS-SQLERRD             PIC X(24) VALUE LOW-VALUES.       00320000
           05  WS-SQLWARN             PIC X(8) VALUE SPACES.            00330000
           05  WS-SQLEXT              PIC X(8) VALUE SPACES.            00340000
       01  WS-MSG                     PIC X(72) VALUE SPACES.           00350000
       LINKAGE SECTION.                                                 00360000
       01  LINK-DATA.                                                   00370000
           COPY ABTLINK.                                                00380000
      *                                                                 00390000
       PROCEDURE DIVISION USING LINK-DATA.                              00400000
       0000-MAINLINE.                                                   00410000
           MOVE ABL-PGM-NAME TO ABT-PGM-NAME.                           00420000
           MOVE 'BATC' TO ABT-PGM-GEN-TYPE.                             00430000
           MOVE 'A' TO ABT-CONTROL-INDICATOR.                           00440000
           MOVE 'SEQ ' TO ABT-ERROR-ACTIVITY.                           00450000
           IF ABL-VSAM                                                  00460000
               MOVE 'VSAM' TO ABT-ERROR-ACTIVITY.                       00470000
           MOVE ABL-FUNCTION TO ABT-DA-FUNCTION.                        00480000
           MOVE ABL-FILE-NAME TO ABT-DA-ACCESS-NAME.                    00490000
           MOVE ABL-FILE-NAME TO ABT-ERROR-SECTION.                     00500000
           MOVE ABL-STATUS TO ABT-BATCH-STATUS.                         00510000
           MOVE ABL-STATUS TO DA-STATUS-FILE.                           00520000
           PERFORM 1000-GENERIC-STATUS THRU 1000-EXIT.                  00530000
           MOVE SPACES TO WS-MSG.                                       00540000
           STRING ABL-PGM-NAME DELIMITED BY SPACE                       00550000
                  ' ' DELIMITED BY SIZE                                 00560000
                  ABL-FUNCTION DELIMITED BY SPACE                       00570000
                  ' ' DELIMITED BY SIZE                                 00580000
                  ABL-FILE-NAME DELIMITED BY SPACE                      00590000
                  ' FILE STATUS ' ABL-STATUS DELIMITED BY SIZE          00600000
               INTO WS-MSG.                                             00610000
           MOVE WS-MSG TO ABT-ERROR-MESSAGE.                            00620000
           MOVE 'A' TO BATCH-ABEND-CONTROL.                             00630000
           MOVE ABL-KEY TO BATCH-ERROR-KEY.                             00640000
           MOVE 72 TO BATCH-ERROR-KEY-L.                                00650000
           MOVE WS-MSG TO BATCH-ERROR-CMNT-1.                           00660000
           MOVE 72 TO BATCH-ERROR-CMNT-L.                               00670000
           IF ABL-TEXT NOT = SPACES                                     00680000
               MOVE ABL-TEXT TO BATCH-ERROR-CMNT-2                      00690000
               MOVE 144 TO BATCH-ERROR-CMNT-L.                          00700000
           DISPLAY WS-MSG.                                              00710000
           IF ABL-TEXT NOT = SPACES                                     00720000
               DISPLAY ABL-TEXT.                                        00730000
           CALL 'MXBPCABT' USING ABNORMAL-TERMINATION-AREA              00740000
                                 WS-SQLCA                               00750000
                                 BATCH-ERROR-AREA                       00760000
                                 SQL-ERRMSG.                            00770000
           MOVE 16 TO RETURN-CODE.                                      00780000
       0000-STOP.                                                       00790000
           STOP RUN.                                                    00800000
      ***************************************************************** 00810000
      * THE GENERIC STATUS MXBPCABT SHOWS BESIDE THE FILE STATUS: NOT   00820000
      * AVAILABLE FOR A MISSING OR UNUSABLE DATA SET, SECURITY FOR A    00830000
      * VSAM PASSWORD FAILURE, A LOGIC ERROR FOR THE REST.              00840000
      ***************************************************************** 00850000
       1000-GENERIC-STATUS.                                             00860000
           MOVE DA-LOGICERR-LIT TO ABT-DA-GENERIC-STATUS.               00870000
           IF ABL-STATUS = '35' OR ABL-STATUS = '37'                    00880000
               OR ABL-STATUS = '93' OR ABL-STATUS = '95'                00890000
               MOVE DA-NOTAVAIL-LIT TO ABT-DA-GENERIC-STATUS.           00900000
           IF ABL-STATUS = '91'                                         00910000
               MOVE DA-SECURITY-LIT TO ABT-DA-GENERIC-STATUS.           00920000
       1000-EXIT.                                                       00930000
           EXIT.                                                        00940000
