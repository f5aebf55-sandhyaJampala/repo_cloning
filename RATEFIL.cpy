      *****************************************************************
      * RATEFIL - MONTHLY FINANCE-CHARGE RATE FOR ONE DELINQUENCY
      *   BUCKET ('1' 30-59, '2' 60-89, '3' 90+ DAYS), KEPT THROUGH
      *   THE AC12 'RT' TABLE.  RATES ARE PERCENTAGES IN THE USUAL
      *   '  999.99' FORM.  A CHANGE IS ENTERED AHEAD OF TIME AS THE
      *   NEW RATE AND ITS EFFECTIVE DATE (CCYYMMDD); THE OLD RATE
      *   STAYS IN FORCE UNTIL THEN.  THE NIGHTLY ACCT115 RUN MAILS
      *   THE CHANGE-IN-TERMS NOTICE AND MARKS THE ROW NOTICED ('N'),
      *   OR REFUSES THE CHANGE ('R') WHEN THE EFFECTIVE DATE DOES
      *   NOT LEAVE THE FULL NOTICE PERIOD; A REFUSED CHANGE NEVER
      *   TAKES EFFECT AND MUST BE RE-ENTERED.  ONLY A NOTICED CHANGE
      *   IS APPLIED FROM ITS EFFECTIVE DATE, AND ACCT115 FOLDS IT
      *   INTO THE CURRENT RATE ONCE THAT DATE HAS COME.
      *****************************************************************
           05  RATE-KEY                PIC X.
           05  RATE-PCT                PIC X(8).
           05  RATE-NEW-PCT            PIC X(8).
           05  RATE-EFF-DATE           PIC X(8).
           05  RATE-EFF-DATE-N REDEFINES RATE-EFF-DATE
                                       PIC 9(8).
           05  RATE-NOTICE-STAT        PIC X.
               88  RATE-NOTICE-DUE         VALUE ' '.
               88  RATE-NOTICED            VALUE 'N'.
               88  RATE-REFUSED            VALUE 'R'.
           05  FILLER                  PIC X(4).
