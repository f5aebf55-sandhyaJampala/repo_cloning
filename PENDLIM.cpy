      *   THROUGH THE ACCT05 BULK JOB; IT LANDS HERE INSTEAD, AND A
      *   SUPERVISOR APPROVES OR REJECTS IT THROUGH THE 'AC11'
      *   TRANSACTION.  BOTH THE REQUEST AND THE DECISION ARE WRITTEN
      *   TO THE ACCTAUD TRAIL.  THE REQUEST DATE IS MMDDYY.  A
      *   DECREASE PROPOSED BY THE ACCT72 SCORING CARRIES THE SCORE
      *   FACTORS BEHIND IT AS UP TO FOUR CDTABLE TYPE 'X' REASON
      *   CODES, FOR THE ADVERSE-ACTION NOTICE SENT ON APPROVAL.
      *****************************************************************
           05  PL-ACCT                PIC X(5).
           05  PL-OLD-LIMIT           PIC X(8).
           05  PL-SOURCE              PIC X.
               88  PL-FROM-ONLINE         VALUE 'O'.
               88  PL-FROM-BATCH          VALUE 'B'.
           05  PL-REASONS.
               10  PL-RSN             PIC X OCCURS 4 TIMES.
