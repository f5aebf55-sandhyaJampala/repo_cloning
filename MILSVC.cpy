      *****************************************************************
      * MILSVC - SERVICEMEMBER ACTIVE-DUTY PERIOD RECORD, ONE PER
      *   PERIOD OF SERVICE, KEYED BY ACCOUNT PLUS THE CCYYMMDD DATE
      *   ACTIVE DUTY BEGAN (SO AN ACCOUNT'S PERIODS READ OLDEST TO
      *   NEWEST, THE WAY MINPAY READS).  WRITTEN BY THE ACCT93
      *   MONTHLY MILITARY-STATUS MATCH LOADER (SOURCE 'M') OR KEYED
      *   ON 'AC36' (SOURCE 'O').  MS-END IS ZERO WHILE THE CUSTOMER
      *   IS STILL ON ACTIVE DUTY.  A PERIOD IS IN FORCE ON A GIVEN
      *   DAY WHEN IT IS NOT WITHDRAWN, BEGAN ON OR BEFORE THAT DAY,
      *   AND HAS NOT ENDED BEFORE IT; WHILE IT IS, ACCT14, THE AC32
      *   PAYOFF QUOTE AND ACCT15 HOLD THE RATE TO THE 6 PERCENT A
      *   YEAR CAP, ACCT83 CHARGES NO FEES AND ACCT19 DOES NOT PLACE
      *   THE ACCOUNT.  ACCT14 KEEPS THE FINANCE CHARGE FORGONE FOR
      *   THE MONTH (MS-FC-PERIOD, CCYYMM) AND FOR THE WHOLE PERIOD
      *   ON THE ROW FOR THE ACCT95 MONTHLY REPORT.  AMOUNTS ARE
      *   SIGNED DISPLAY DOLLARS AND CENTS.
      *****************************************************************
           05  MS-KEY.
               10  MS-ACCT            PIC X(5).
               10  MS-START           PIC 9(8).
           05  MS-END                 PIC 9(8).
           05  MS-STATUS              PIC X.
               88  MS-IN-FORCE            VALUE ' '.
               88  MS-WITHDRAWN           VALUE 'X'.
           05  MS-SOURCE              PIC X.
               88  MS-FROM-MATCH          VALUE 'M'.
               88  MS-FROM-ONLINE         VALUE 'O'.
           05  MS-BRANCH              PIC X(2).
           05  MS-NOTICE-DATE         PIC 9(8).
           05  MS-UPD-DATE            PIC 9(8).
           05  MS-FC-PERIOD           PIC 9(6).
           05  MS-FC-FORGONE-MO       PIC S9(6)V99.
           05  MS-FC-FORGONE-TOT      PIC S9(6)V99.
           05  MS-OPID                PIC X(3).
           05  FILLER                 PIC X(14).
