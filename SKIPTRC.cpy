      *****************************************************************
      * SKIPTRC - SKIP-TRACE CANDIDATE REVIEW QUEUE, KEYED BY ACCOUNT
      *   + SEQUENCE.  THE ACCT102 WEEKLY EXTRACT SENDS THE SKIP-TRACE
      *   VENDOR EVERY ACCOUNT WITH A BAD TELEPHONE (TELFLDO 'B') OR
      *   RETURNED MAIL (MAILFLDO 'R'); THE ACCT103 LOADER WRITES ONE
      *   OPEN ('O') RECORD HERE FOR EACH CANDIDATE TELEPHONE ('P')
      *   OR ADDRESS ('A') THE VENDOR SENDS BACK, WITH THE VENDOR'S
      *   CONFIDENCE SCORE (000-100).  A COLLECTOR ACCEPTS ('A') OR
      *   REJECTS ('R') EACH ONE ON THE 'AC40' TRANSACTION; AN
      *   ACCEPTANCE IS APPLIED TO THE MASTER THE WAY AN AC02
      *   CORRECTION IS.  THE ACCT105 MONTHLY REPORT GIVES THE HIT
      *   RATE BY CONFIDENCE BAND.  DATES ARE CCYYMMDD.
      *****************************************************************
           05  SK-KEY.
               10  SK-ACCT            PIC X(5).
               10  SK-SEQ             PIC 9(3).
           05  SK-STATUS              PIC X.
               88  SK-OPEN                VALUE 'O'.
               88  SK-ACCEPTED            VALUE 'A'.
               88  SK-REJECTED            VALUE 'R'.
           05  SK-KIND                PIC X.
               88  SK-PHONE               VALUE 'P'.
               88  SK-ADDRESS             VALUE 'A'.
           05  SK-SCORE               PIC 9(3).
           05  SK-TEL                 PIC X(10).
           05  SK-ADDR1               PIC X(24).
           05  SK-ADDR2               PIC X(24).
           05  SK-ADDR3               PIC X(16).
           05  SK-VENDOR-REF          PIC X(12).
           05  SK-LOAD-DATE           PIC 9(8).
           05  SK-DEC-DATE            PIC 9(8).
           05  SK-DEC-OPID            PIC X(3).
           05  FILLER                 PIC X(32).
