      *****************************************************************
      * RSVHIST - LOSS-RESERVE HISTORY.  ONE RECORD IS APPENDED BY
      *   EACH ACCT122 MONTH-END RESERVE RUN WITH EVERY FIGURE THE
      *   RESERVE WAS BUILT FROM, SO A PRIOR MONTH CAN BE RE-DERIVED
      *   BY HAND: THE TRAILING MONTHS USED AND, FOR EACH OF THEM,
      *   THE ROLL RATE OUT OF EACH BUCKET WITH THE DOLLARS IT WAS
      *   TAKEN ON (ZERO DOLLARS - THE MONTH WAS LEFT OUT OF THAT
      *   BUCKET'S AVERAGE); THE RECOVERY RATE WITH THE CHARGED-OFF
      *   AND RECOVERED DOLLARS BEHIND IT; AND BY BUCKET THE DOLLARS,
      *   THE AVERAGE ROLL RATE, THE LOSS RATE (THE PRODUCT OF THE
      *   ROLL RATES FROM THE BUCKET TO CHARGE-OFF) AND THE RESERVE.
      *   THE BUCKETS ARE IN THE ORDER CU, 30, 60, 90.  RV-BOOKED-RSV
      *   IS THE RESERVE ALREADY ON THE LEDGER BEFORE THE RUN (THE
      *   LAST RECORD ON FILE) AND RV-CHANGE THE AMOUNT ACCT41
      *   JOURNALS ON RV-POST-DATE TO BRING THE ALLOWANCE TO
      *   RV-RSV-TOT.  A RERUN FOR THE SAME MONTH APPENDS A FRESH
      *   RECORD WHOSE CHANGE IS ONLY THE DIFFERENCE FROM THE RUN
      *   BEFORE IT, SO ACCT41 ADDS EVERY RECORD POSTED ON ITS DATE
      *   AND THE LAST RECORD FOR A MONTH HOLDS THE FIGURES IN FORCE.
      *   RATES ARE FRACTIONS.
      *****************************************************************
           05  RV-CCYYMM              PIC 9(6).
           05  RV-CCYYMM-R REDEFINES RV-CCYYMM.
               10  RV-CCYY            PIC 9(4).
               10  RV-MM              PIC 9(2).
           05  RV-BUS-DATE            PIC 9(8).
           05  RV-POST-DATE           PIC 9(6).
           05  RV-MONTHS              PIC 9(2).
           05  RV-RECOV-CHGOFF        PIC S9(11)V99 COMP-3.
           05  RV-RECOV-AMT           PIC S9(11)V99 COMP-3.
           05  RV-RECOV-RATE          PIC 9V9(6) COMP-3.
           05  RV-BKT OCCURS 4 TIMES.
               10  RV-BKT-CODE        PIC X(2).
               10  RV-BKT-AMT         PIC S9(11)V99 COMP-3.
               10  RV-ROLL-RATE       PIC 9V9(6) COMP-3.
               10  RV-LOSS-RATE       PIC 9V9(6) COMP-3.
               10  RV-BKT-RSV         PIC S9(11)V99 COMP-3.
           05  RV-MONTH OCCURS 12 TIMES.
               10  RV-MO-YYMM         PIC 9(4).
               10  RV-MO-CELL OCCURS 4 TIMES.
                   15  RV-MO-RATE     PIC 9V9(6) COMP-3.
                   15  RV-MO-BASE     PIC S9(11)V99 COMP-3.
           05  RV-RSV-TOT             PIC S9(11)V99 COMP-3.
           05  RV-PRIOR-RSV           PIC S9(11)V99 COMP-3.
           05  RV-BOOKED-RSV          PIC S9(11)V99 COMP-3.
           05  RV-CHANGE              PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(20).
