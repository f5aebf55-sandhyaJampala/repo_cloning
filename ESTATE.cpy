      *****************************************************************
      * ESTATE - DECEASED-CUSTOMER ESTATE-CLAIM RECORD, KEYED BY
      *   ACCOUNT (ONE CLAIM PER ACCOUNT, THE WAY BNKRPT CARRIES ONE
      *   CASE).  WRITTEN WHEN NOTICE OF DEATH ARRIVES, EITHER FROM
      *   THE VENDOR'S DEATH-MASTER MATCH FILE (ACCT90, SOURCE 'M')
      *   OR PHONED IN BY THE FAMILY AND KEYED ON 'AC35' (SOURCE
      *   'P').  THE MASTER CARRIES ONLY THE ONE-BYTE DECEDO FLAG THE
      *   BATCH JOBS TEST.  THE NIGHTLY ACCT92 RUN MAILS THE ESTATE-
      *   CLAIM LETTER WHILE ES-LETTER-DATE IS ZERO, THEN FOLLOWS THE
      *   CLAIM UNTIL THE BALANCE IS PAID ('P') OR CHARGED OFF ('W').
      *   A NOTICE THAT PROVES WRONG IS WITHDRAWN ('X') ON AC35.  ALL
      *   DATES ARE CCYYMMDD; ES-BAL-AT-NOTICE IS THE BALANCE THE DAY
      *   THE NOTICE WAS RECORDED, WHICH IS THE AMOUNT CLAIMED.
      *****************************************************************
           05  ES-ACCT                PIC X(5).
           05  ES-STATUS              PIC X.
               88  ES-OPEN                VALUE 'O'.
               88  ES-CLAIM-FILED         VALUE 'F'.
               88  ES-PAID                VALUE 'P'.
               88  ES-WRITTEN-OFF         VALUE 'W'.
               88  ES-WITHDRAWN           VALUE 'X'.
               88  ES-ACTIVE              VALUE 'O' 'F'.
           05  ES-SOURCE              PIC X.
               88  ES-FROM-MASTER         VALUE 'M'.
               88  ES-FROM-PHONE          VALUE 'P'.
           05  ES-DOD                 PIC 9(8).
           05  ES-NOTICE-DATE         PIC 9(8).
           05  ES-LETTER-DATE         PIC 9(8).
           05  ES-CLOSE-DATE          PIC 9(8).
           05  ES-BAL-AT-NOTICE       PIC S9(6)V99.
           05  ES-CONTACT             PIC X(24).
           05  ES-CONTACT-TEL         PIC X(10).
           05  ES-OPID                PIC X(3).
           05  FILLER                 PIC X(16).
