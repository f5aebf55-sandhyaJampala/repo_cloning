      *****************************************************************
      * COMPLNT - CUSTOMER COMPLAINT CASE RECORD, KEYED BY ACCOUNT PLUS
      *   A CASE SEQUENCE (ONE PAST THE HIGHEST ALREADY ON FILE FOR THE
      *   ACCOUNT, SO AN ACCOUNT'S CASES READ TOGETHER, OLDEST FIRST).
      *   OPENED, WORKED AND CLOSED THROUGH THE 'AC45' TRANSACTION.
      *   CP-CHANNEL IS HOW THE COMPLAINT ARRIVED - 'P' PHONE, 'L'
      *   LETTER, 'R' REFERRED BY A REGULATOR - AND CP-CATEGORY IS ON
      *   THE CDTABLE TYPE 'Q' FAMILY.  CP-REG-FLAG IS 'Y' WHEN A
      *   REGULATOR IS INVOLVED, EITHER FROM THE START (CHANNEL 'R') OR
      *   BECAUSE THE CUSTOMER TOOK A PHONE OR LETTER COMPLAINT TO ONE
      *   LATER (CP-REG-DATE).  THE RESPONSE IS DUE 30 DAYS AFTER THE
      *   COMPLAINT IS RECEIVED, OR 15 DAYS ONCE A REGULATOR IS
      *   INVOLVED; THE NIGHTLY ACCT125 REPORT LISTS OPEN CASES NEARING
      *   OR PAST THE DUE DATE, AND ACCT126 SUMMARIZES THE MONTH BY
      *   CATEGORY AND CHANNEL FOR COMPLIANCE.  WHILE A CASE IS OPEN
      *   ('O' OR 'W') THE AC01 DETAIL DISPLAY CARRIES A BANNER.  THE
      *   RESOLUTION IS 'U' UPHELD, 'P' PARTLY UPHELD, 'N' NOT UPHELD
      *   OR 'X' WITHDRAWN BY THE CUSTOMER.  DATES ARE CCYYMMDD.
      *****************************************************************
           05  CP-KEY.
               10  CP-ACCT            PIC X(5).
               10  CP-SEQ             PIC S9(4) COMP.
           05  CP-STATUS              PIC X.
               88  CP-OPENED              VALUE 'O'.
               88  CP-IN-WORK             VALUE 'W'.
               88  CP-IS-OPEN             VALUE 'O' 'W'.
               88  CP-CLOSED              VALUE 'C'.
           05  CP-CHANNEL             PIC X.
               88  CP-BY-PHONE            VALUE 'P'.
               88  CP-BY-LETTER           VALUE 'L'.
               88  CP-BY-REGULATOR        VALUE 'R'.
               88  CP-CHANNEL-OK          VALUE 'P' 'L' 'R'.
           05  CP-CATEGORY            PIC X.
           05  CP-REG-FLAG            PIC X.
               88  CP-REGULATOR           VALUE 'Y'.
           05  CP-RCVD-DATE           PIC 9(8).
           05  CP-DUE-DATE            PIC 9(8).
           05  CP-CLOSE-DATE          PIC 9(8).
           05  CP-RESOLUTION          PIC X.
               88  CP-UPHELD              VALUE 'U'.
               88  CP-PART-UPHELD         VALUE 'P'.
               88  CP-NOT-UPHELD          VALUE 'N'.
               88  CP-WITHDRAWN           VALUE 'X'.
               88  CP-RESOLUTION-OK       VALUE 'U' 'P' 'N' 'X'.
           05  CP-RES-TEXT            PIC X(30).
           05  CP-OPEN-OPID           PIC X(3).
           05  CP-WORK-OPID           PIC X(3).
           05  CP-REG-DATE            PIC 9(8).
           05  FILLER                 PIC X(10).
