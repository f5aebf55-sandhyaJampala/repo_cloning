      *****************************************************************
      * RFHIST - RECEIVABLES ROLL-FORWARD HISTORY.  ONE RECORD IS
      *   APPENDED EACH NIGHT BY THE ACCT119 ROLL-FORWARD PROOF: THE
      *   BUSINESS DATE, THE NUMBER OF ACCOUNTS AND THE CLOSING TOTAL
      *   OF BAL (1) ACROSS ACCTFIL, AND THE RUNNING COUNT AND AMOUNT
      *   OF EVERY PAYHIST ENTRY ON FILE BY TYPE.  THE NEXT NIGHT'S
      *   ACTIVITY BY TYPE IS THE DIFFERENCE BETWEEN ITS RUNNING
      *   TOTALS AND THESE, SO AN ENTRY DATED BACK (A LOCKBOX
      *   SUSPENSE ITEM, AN AC44 TRANSFER) IS STILL PICKED UP THE
      *   NIGHT IT IS POSTED.  THE TYPE CELLS ARE IN THE ORDER OF
      *   THE ACCT119 TYPE TABLE: P C R F A J W O V L X Y K S M T U,
      *   THEN ANY OTHER CODE.  A RERUN APPENDS A FRESH RECORD FOR
      *   THE SAME BUSINESS DATE; THE LAST ONE ON FILE WINS.
      *****************************************************************
           05  RF-BUS-DATE            PIC 9(8).
           05  RF-RUN-DATE            PIC 9(8).
           05  RF-ACCT-CNT            PIC 9(7).
           05  RF-BAD-BAL-CNT         PIC 9(7).
           05  RF-CLOSE-BAL           PIC S9(11)V99 COMP-3.
      *        'B' IN BALANCE, 'O' OUT OF BALANCE, 'N' OPENING
      *        BALANCE TAKEN WITH NO PRIOR NIGHT ON FILE.
           05  RF-STATUS              PIC X.
               88  RF-IN-BALANCE          VALUE 'B'.
               88  RF-OUT-OF-BALANCE      VALUE 'O'.
               88  RF-OPENING             VALUE 'N'.
           05  RF-TYPE-CELL OCCURS 18 TIMES.
               10  RF-TYP-CNT         PIC S9(9) COMP-3.
               10  RF-TYP-AMT         PIC S9(11)V99 COMP-3.
           05  FILLER                 PIC X(8).
