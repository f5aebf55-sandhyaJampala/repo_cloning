      *   EXACTLY WHAT WENT OUT AND REQUEST A REPRINT OF THE
      *   ARCHIVED IMAGE.  ACCT29 MANAGES RETENTION THE SAME WAY IT
      *   DOES FOR ACCTAUD.
      *   CH-DOC-DATE IS THE CCYYMMDD DATE PRINTED ON THE DOCUMENT (THE
      *   XRX-DATE OF ITS XEROX RECORD), WHICH WITH THE ACCOUNT, FORM
      *   AND HANDLING CODE IS HOW THE PRINT VENDOR'S DAILY MAIL
      *   CONFIRMATION (MAILCONF, LOADED BY ACCT128) FINDS IT AGAIN.
      *   A GENERATOR LOGS THE DOCUMENT AS 'W' WAITING; ACCT128 STAMPS
      *   THE VENDOR'S MAILED DATE AND 'M' WHEN IT IS CONFIRMED, AND
      *   MARKS A STATEMENT OR DUNNING LETTER STILL UNCONFIRMED AFTER
      *   THE SET NUMBER OF DAYS 'N' NOT MAILED, SO IT IS NOT TAKEN AS
      *   NOTICE TO THE CUSTOMER.  A STATUS OF SPACE OR LOW-VALUES IS A
      *   RECORD LOGGED BEFORE CONFIRMATIONS WERE TRACKED.  'E' IS AN
      *   ELECTRONIC STATEMENT, SENT TO THE WEB VENDOR AND NEVER MAILED,
      *   WHICH ACCT128 LEAVES ALONE.
      *****************************************************************
           05  CH-KEY.
               10  CH-ACCT            PIC X(5).
               10  CH-SEQ             PIC S9(4) COMP.
           05  CH-FORM                PIC X(8).
           05  CH-HANDLING            PIC X(2).
               88  CH-IS-NOTICE           VALUE 'ST' 'D1' 'D2'.
           05  CH-TEXT                PIC X(225).
           05  CH-DOC-DATE            PIC 9(8).
           05  CH-MAIL-DATE           PIC 9(8).
           05  CH-MAIL-STAT           PIC X.
               88  CH-MAIL-WAITING        VALUE 'W'.
               88  CH-MAILED              VALUE 'M'.
               88  CH-NOT-MAILED          VALUE 'N'.
               88  CH-E-DELIVERED         VALUE 'E'.
           05  FILLER                 PIC X(3).
