      *****************************************************************
      * RAGHIST - RE-AGE HISTORY, ONE RECORD FOR EVERY TIME AN
      *   ACCOUNT HAS BEEN BROUGHT BACK TO CURRENT BY THE ACCT120
      *   MONTHLY RE-AGE RUN, KEYED BY ACCOUNT PLUS THE CCYYMMDD
      *   BUSINESS DATE OF THE RE-AGE SO AN ACCOUNT'S ROWS READ
      *   OLDEST TO NEWEST.  ACCT120 READS AN ACCOUNT'S ROWS BEFORE
      *   RE-AGING IT TO HOLD TO THE LIMITS OF ONE RE-AGE IN ANY
      *   TWELVE MONTHS AND TWO IN ANY FIVE YEARS.  THE ROW KEEPS THE
      *   BUCKET AND MONTHS PAST DUE THE ACCOUNT WAS RE-AGED FROM,
      *   THE BALANCE AT THE TIME, THE MMDDYY BALANCE DATE THAT WAS
      *   REPLACED AND THE NUMBER OF CONSECUTIVE QUALIFYING MONTHLY
      *   PAYMENTS THAT EARNED IT.  ROWS ARE NEVER DELETED.
      *****************************************************************
           05  RA-KEY.
               10  RA-ACCT            PIC X(5).
               10  RA-DATE            PIC 9(8).
               10  RA-DATE-R REDEFINES RA-DATE.
                   15  RA-CCYY        PIC 9(4).
                   15  RA-MM          PIC 9(2).
                   15  RA-DD          PIC 9(2).
           05  RA-PRIOR-BKT           PIC X(2).
               88  RA-FROM-30             VALUE '30'.
               88  RA-FROM-60             VALUE '60'.
               88  RA-FROM-90             VALUE '90'.
           05  RA-AGE-MOS             PIC 9(3).
           05  RA-BAL                 PIC S9(6)V99.
           05  RA-OLD-BALDATE         PIC 9(6).
           05  RA-PAY-CNT             PIC 9(2).
           05  FILLER                 PIC X(16).
