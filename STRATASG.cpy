      *****************************************************************
      * STRATASG - COLLECTIONS TREATMENT-STRATEGY ASSIGNMENT, ONE
      *   RECORD PER ACCOUNT, KEYED BY ACCOUNT.  WRITTEN BY THE NIGHTLY
      *   ACCT17 RUN WHEN AN ACCOUNT FIRST AGES 30 DAYS OR MORE PAST
      *   DUE: THE STRATTAB RULE THAT FITTED IT, WHETHER IT FELL ON THE
      *   CHAMPION ('C') OR THE CHALLENGER ('H', HELD OUT) SIDE OF THE
      *   RULE, AND THE PATH ITSELF (SEE STRATTAB).  SA-DRAW IS A RANDOM
      *   NUMBER 00-99 DRAWN WHEN THE EPISODE OF DELINQUENCY OPENS AND
      *   KEPT FOR ALL OF IT: THE ACCOUNT IS ON THE CHALLENGER SIDE OF
      *   A RULE WHOSE PERCENTAGE IS ABOVE THE DRAW.  WHEN THE ACCOUNT
      *   MOVES TO ANOTHER BUCKET THE RULES ARE TRIED AGAIN WITH THE
      *   SAME DRAW.  NO RULE FITTING GIVES RULE SPACES, THE CHAMPION
      *   SIDE AND THE STANDARD PATH.  WHEN THE ACCOUNT IS NO LONGER
      *   DELINQUENT THE EPISODE IS ENDED ('E') WITH ITS END DATE AND
      *   THE RECORD IS KEPT FOR THE ACCT123 STRATEGY REPORT UNTIL THE
      *   NEXT EPISODE REPLACES IT.  READ BY ACCT48, ACCT19 AND THE
      *   AC10 SCREEN.  DATES ARE CCYYMMDD.
      *****************************************************************
           05  SA-ACCT                PIC X(5).
           05  SA-STATUS              PIC X.
               88  SA-ACTIVE              VALUE 'A'.
               88  SA-ENDED               VALUE 'E'.
           05  SA-GROUP               PIC X.
               88  SA-CHAMPION            VALUE 'C'.
               88  SA-CHALLENGER          VALUE 'H'.
           05  SA-RULE                PIC X(3).
           05  SA-PATH                PIC X.
               88  SA-PATH-STANDARD       VALUE 'S'.
               88  SA-PATH-LETTER         VALUE 'L'.
               88  SA-PATH-DIALER         VALUE 'D'.
               88  SA-PATH-COLLECTOR      VALUE 'C'.
               88  SA-PATH-AGENCY         VALUE 'A'.
           05  SA-BUCKET              PIC X(2).
           05  SA-ENTRY-BKT           PIC X(2).
           05  SA-ENTRY-BAL           PIC S9(6)V99.
           05  SA-SCORE               PIC X(3).
           05  SA-ASSIGN-DATE         PIC 9(8).
           05  SA-PATH-DATE           PIC 9(8).
           05  SA-END-DATE            PIC 9(8).
           05  SA-DRAW                PIC 9(2).
           05  FILLER                 PIC X(8).
