      *****************************************************************
      * MAILCONF - ONE PIECE ON THE PRINT VENDOR'S DAILY MAIL
      *   CONFIRMATION FILE.  THE DOCUMENT KEY IS THE ONE MXBPB510
      *   COUNTS DOCUMENTS BY - HANDLING CODE, FORM, DOCUMENT DATE,
      *   COMPANY, CUSTOMER AND LOCATION AS THEY WERE ON THE XEROX
      *   PRINT RECORD - AND THE VENDOR ADDS THE DATE THE PIECE WAS
      *   MAILED.  LOADED BY ACCT128 ONTO THE MATCHING CORRHIST
      *   RECORD.  DATES ARE CCYYMMDD.
      *****************************************************************
           05  MC-DOC-KEY.
               10  MC-SPECIAL-HANDLING PIC X(2).
               10  MC-FORM-NAME       PIC X(8).
               10  MC-DOC-DATE        PIC 9(8).
               10  MC-COMPANY-NO      PIC 9(4).
               10  MC-CUST-NO         PIC 9(6).
               10  MC-CUST-LOC-NO     PIC 9(4).
               10  FILLER             PIC X(6).
           05  MC-MAILED-DATE         PIC 9(8).
           05  FILLER                 PIC X(34).
