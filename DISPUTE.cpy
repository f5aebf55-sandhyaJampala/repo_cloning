      *****************************************************************
      * DISPUTE - BILLING-DISPUTE CASE RECORD, KEYED BY ACCOUNT PLUS
      *   THE PAYHIST SEQUENCE OF THE DISPUTED CHARGE (SO AN ACCOUNT'S
      *   CASES READ TOGETHER, OLDEST CHARGE FIRST).  ONLY A TYPE 'C'
      *   CHARGE THAT CAME IN ON THE ACCT60 MERCHANT FEED (PH-SRC 'M')
      *   MAY BE DISPUTED.  THE CASE IS OPENED, ACKNOWLEDGED AND
      *   RESOLVED THROUGH THE 'AC33' TRANSACTION.  WHILE IT IS OPEN
      *   ('O' OR 'W') THE DISPUTED AMOUNT IS LEFT OUT OF THE ACCT14
      *   FINANCE CHARGE, THE ACCT16 DUNNING AND THE ACCT17 QUEUE, AND
      *   ACCT57 REPORTS THE ACCOUNT AS DISPUTED.  THE ACKNOWLEDGMENT
      *   IS DUE 30 DAYS AND THE RESOLUTION 90 DAYS AFTER THE CASE IS
      *   OPENED; THE NIGHTLY ACCT85 REPORT LISTS CASES NEARING EITHER
      *   DEADLINE.  A CASE RESOLVED FOR THE CUSTOMER POSTS A TYPE
      *   'J' CREDIT MEMO (REASON 'D') WHOSE PAYHIST SEQUENCE IS KEPT
      *   IN DP-CR-SEQ.  AMOUNTS ARE THE USUAL '  999.99' DISPLAY
      *   FORM; THE CHARGE DATE IS MMDDYY AND THE CASE DATES CCYYMMDD.
      *****************************************************************
           05  DP-KEY.
               10  DP-ACCT            PIC X(5).
               10  DP-SEQ             PIC S9(4) COMP.
           05  DP-STATUS              PIC X.
               88  DP-OPENED              VALUE 'O'.
               88  DP-ACKNOWLEDGED        VALUE 'W'.
               88  DP-IS-OPEN             VALUE 'O' 'W'.
               88  DP-FOR-CUSTOMER        VALUE 'C'.
               88  DP-FOR-MERCHANT        VALUE 'M'.
               88  DP-WITHDRAWN           VALUE 'X'.
           05  DP-RSN                 PIC X.
           05  DP-CHG-AMT             PIC X(8).
           05  DP-AMT                 PIC X(8).
           05  DP-CHG-DATE            PIC 9(6).
           05  DP-OPEN-DATE           PIC 9(8).
           05  DP-ACK-DUE             PIC 9(8).
           05  DP-RES-DUE             PIC 9(8).
           05  DP-ACK-DATE            PIC 9(8).
           05  DP-RES-DATE            PIC 9(8).
           05  DP-OPEN-OPID           PIC X(3).
           05  DP-WORK-OPID           PIC X(3).
           05  DP-CR-SEQ              PIC S9(4) COMP.
           05  FILLER                 PIC X(11).
