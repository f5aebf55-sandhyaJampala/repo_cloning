      *****************************************************************
      * MINPAY - MINIMUM-PAYMENT-DUE RECORD, ONE PER ACCOUNT PER
      *   STATEMENT PERIOD, KEYED BY ACCOUNT PLUS THE PERIOD (CCYYMM,
      *   SO AN ACCOUNT'S ROWS READ OLDEST TO NEWEST AND THE LATEST
      *   IS THE LAST ONE).  WRITTEN BY THE ACCT15 STATEMENT RUN WITH
      *   THE FIGURES PRINTED ON THE ACSTMT01 STATEMENT: THIS CYCLE'S
      *   MINIMUM (THE GREATER OF THE FLOOR AND THE PERCENTAGE OF THE
      *   BALANCE, NEVER MORE THAN THE BALANCE), ANY PAST-DUE MINIMUM
      *   CARRIED FORWARD FROM THE CYCLE BEFORE, THE TOTAL DUE AND THE
      *   BUSINESS-DAY DUE DATE.  THE NEXT CYCLE'S RUN SETTLES THE ROW
      *   WITH THE PAYMENTS RECEIVED AGAINST IT AND MARKS IT MET OR
      *   PAST DUE.  AC01, THE AC32 PAYOFF QUOTE AND THE AC10
      *   COLLECTOR SCREEN SHOW THE LATEST ROW.  AMOUNTS ARE THE
      *   USUAL '  999.99' DISPLAY FORM; THE DUE DATE IS CCYYMMDD AND
      *   THE STATEMENT DATE MMDDYY.
      *****************************************************************
           05  MP-KEY.
               10  MP-ACCT            PIC X(5).
               10  MP-PERIOD          PIC 9(6).
           05  MP-CYCLE               PIC X.
           05  MP-STMT-DATE           PIC 9(6).
           05  MP-STMT-BAL            PIC X(8).
           05  MP-CUR-MIN             PIC X(8).
           05  MP-PAST-DUE            PIC X(8).
           05  MP-MIN-DUE             PIC X(8).
           05  MP-DUE-DATE            PIC 9(8).
           05  MP-PAID-AMT            PIC X(8).
           05  MP-STATUS              PIC X.
               88  MP-OPEN                VALUE ' '.
               88  MP-MET                 VALUE 'M'.
               88  MP-MISSED              VALUE 'P'.
           05  MP-SETTLE-DATE         PIC 9(6).
      *        MP-FEE-SW IS SET BY THE ACCT83 FEE RUN ONCE THE DUE
      *        DATE HAS PASSED AND THE ROW HAS BEEN CHECKED FOR A LATE
      *        FEE, SO THE FEE IS NEVER CHARGED TWICE FOR ONE CYCLE.
      *        'W' MEANS THE FEE WAS WAIVED (BANKRUPTCY, SETTLEMENT,
      *        CLOSED ACCOUNT OR NO SCHEDULE AMOUNT).
           05  MP-FEE-SW              PIC X.
               88  MP-FEE-UNCHECKED       VALUE ' '.
               88  MP-LATE-CHARGED        VALUE 'L'.
               88  MP-PAID-ON-TIME        VALUE 'N'.
               88  MP-LATE-WAIVED         VALUE 'W'.
           05  FILLER                 PIC X(9).
