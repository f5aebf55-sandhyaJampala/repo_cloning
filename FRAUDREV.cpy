      *****************************************************************
      * FRAUDREV - FRAUD REVIEW QUEUE, ONE ROW PER ACCOUNT, KEYED BY
      *   ACCOUNT NUMBER.  WRITTEN OPEN ('O') BY THE 'AC24'
      *   AUTHORIZATION WHEN A FRAUDRUL RULE HITS, WITH THE RULE,
      *   THE PURCHASE, THE STATUS THE ACCOUNT HAD BEFORE AND THE
      *   REVIEW STATUS IT WAS MOVED TO (SPACES WHEN THE STATTAB
      *   RULES REFUSED THE MOVE).  WHILE THE ROW IS OPEN EVERY
      *   AUTHORIZATION ON THE ACCOUNT DECLINES WITH REASON 'FR'.
      *   A SUPERVISOR DECIDES IT ON 'AC38': CLEARED ('C') PUTS THE
      *   PRIOR STATUS BACK, CONFIRMED ('F') MOVES THE ACCOUNT TO
      *   FQ-CONF-STAT.  A LATER HIT REOPENS THE SAME ROW.  EVERY
      *   HIT AND DECISION IS ALSO WRITTEN TO ACCTAUD AS A TYPE '1'
      *   RECORD: AUD-IMAGE (1:1) 'O', 'C' OR 'F', (3:2) RULE,
      *   (6:8) PURCHASE, (15:2) STATUS BEFORE, (18:2) STATUS AFTER,
      *   (21:3) OPERATOR, (25:20) RULE DETAIL.  DATES ARE IN THE
      *   EIBDATE FORM.
      *****************************************************************
           05  FQ-ACCT                PIC X(5).
           05  FQ-STATUS              PIC X.
               88  FQ-OPEN                VALUE 'O'.
               88  FQ-CLEARED             VALUE 'C'.
               88  FQ-CONFIRMED           VALUE 'F'.
           05  FQ-RULE                PIC X(2).
           05  FQ-HIT-DATE            PIC S9(7) COMP-3.
           05  FQ-HIT-TIME            PIC S9(7) COMP-3.
           05  FQ-AMT                 PIC X(8).
           05  FQ-PRIOR-STAT          PIC X(2).
           05  FQ-REVIEW-STAT         PIC X(2).
           05  FQ-CONF-STAT           PIC X(2).
           05  FQ-DETAIL              PIC X(20).
           05  FQ-OPID                PIC X(3).
           05  FQ-TERM                PIC X(4).
           05  FQ-DEC-DATE            PIC S9(7) COMP-3.
           05  FQ-DEC-OPID            PIC X(3).
           05  FILLER                 PIC X(16).
