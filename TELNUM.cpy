      *****************************************************************
      * TELNUM - CUSTOMER TELEPHONE NUMBERS, KEYED BY ACCOUNT +
      *   NUMBER, SO AN ACCOUNT CAN CARRY ITS HOME, WORK AND CELL
      *   NUMBERS INSTEAD OF THE ONE TELDO ON THE MASTER.  EACH
      *   NUMBER CARRIES ITS TYPE, THE CUSTOMER'S CONSENT TO BE
      *   DIALED ON IT WITH THE DATE AND SOURCE OF THAT CONSENT (OR
      *   OF ITS REVOCATION) AND A BEST TIME TO CALL (ANY, MORN,
      *   AFTN, EVEN).  THE 'AC41' TRANSACTION (ACCT106) MAINTAINS
      *   THE FILE AND KEEPS AN ACCTTEL INDEX ENTRY FOR EVERY NUMBER
      *   SO THE AC01 TELEPHONE SEARCH FINDS THE ACCOUNT BY ANY OF
      *   THEM.  TELDO STAYS THE PRIMARY NUMBER AND MAY HAVE ITS OWN
      *   ROW HERE TO RECORD ITS TYPE AND CONSENT.  ACCT48 DIALS THE
      *   BEST ELIGIBLE NUMBER AND NEVER A CELL NUMBER WITHOUT
      *   CONSENT; ACCT49 MARKS ONLY THE NUMBER DIALED BAD ('B').
      *   DATES ARE CCYYMMDD.
      *****************************************************************
           05  TN-KEY.
               10  TN-ACCT            PIC X(5).
               10  TN-TEL             PIC X(10).
           05  TN-TYPE                PIC X.
               88  TN-HOME                VALUE 'H'.
               88  TN-WORK                VALUE 'W'.
               88  TN-CELL                VALUE 'C'.
           05  TN-STATUS              PIC X.
               88  TN-GOOD                VALUE ' '.
               88  TN-BAD                 VALUE 'B'.
           05  TN-BAD-DATE            PIC 9(8).
           05  TN-CONSENT             PIC X.
               88  TN-CONSENTED           VALUE 'Y'.
           05  TN-CONS-DATE           PIC 9(8).
           05  TN-CONS-SRC            PIC X.
               88  TN-SRC-APPLICATION     VALUE 'A'.
               88  TN-SRC-WRITTEN         VALUE 'W'.
               88  TN-SRC-VERBAL          VALUE 'V'.
               88  TN-SRC-ELECTRONIC      VALUE 'E'.
           05  TN-BEST-TIME           PIC X(4).
           05  TN-ADD-DATE            PIC 9(8).
           05  TN-OPID                PIC X(3).
           05  FILLER                 PIC X(10).
