      *****************************************************************
      * IDENTITY - CUSTOMER TAXPAYER-ID AND DATE-OF-BIRTH RECORD,
      *   KEYED BY ACCOUNT NUMBER.  KEPT ON ITS OWN SECURED FILE, OFF
      *   ACCTFIL AND THEREFORE OFF THE ACCTIX AND ACCTTEL INDEX
      *   IMAGES, SO THE FULL NUMBER TRAVELS ONLY WHERE IT MUST.  AC02
      *   WRITES A PENDING ('P') RECORD WHEN AN ACCOUNT IS ADDED AND
      *   HANDS THE OPERATOR STRAIGHT TO THE 'AC34' TRANSACTION TO
      *   KEY THE NUMBERS; AFTER THAT ONLY AN OPERATOR WHOSE OPAUTH
      *   ROW CARRIES THE 'T' GRANT MAY CHANGE THEM.  EVERY SCREEN
      *   AND REPORT SHOWS THE NUMBER MASKED TO ITS LAST FOUR DIGITS
      *   (ID-TIN-LAST4); ONLY THE BUREAU (ACCT57), IRS (ACCT86) AND
      *   SKIP-TRACE VENDOR (ACCT102) FILES CARRY IT WHOLE.  ACCT79
      *   REPLACES BOTH FIELDS IN THE TEST-REGION COPY.  THE DATE OF
      *   BIRTH IS CCYYMMDD (ZEROS FOR A BUSINESS TAXPAYER);
      *   ID-UPD-DATE IS IN THE EIBDATE FORM.
      *****************************************************************
           05  ID-ACCT                PIC X(5).
           05  ID-STATUS              PIC X.
               88  ID-PENDING             VALUE 'P'.
               88  ID-CAPTURED            VALUE 'C'.
           05  ID-TIN                 PIC X(9).
           05  ID-TIN-R REDEFINES ID-TIN.
               10  ID-TIN-FIRST5      PIC X(5).
               10  ID-TIN-LAST4       PIC X(4).
           05  ID-TIN-TYPE            PIC X.
               88  ID-IS-SSN              VALUE 'S'.
               88  ID-IS-EIN              VALUE 'E'.
               88  ID-IS-ITIN             VALUE 'I'.
               88  ID-TYPE-VALID          VALUE 'S' 'E' 'I'.
           05  ID-DOB                 PIC 9(8).
           05  ID-UPD-DATE            PIC S9(7) COMP-3.
           05  ID-UPD-OPID            PIC X(3).
           05  FILLER                 PIC X(9).
