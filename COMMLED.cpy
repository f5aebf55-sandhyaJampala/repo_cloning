      *****************************************************************
      * COMMLED - AGENCY COMMISSION LEDGER RECORD, ONE PER PAYMENT OR
      *   RECOVERY THE COLLECTION AGENCY REMITTED, APPENDED BY ACCT20
      *   AS IT POSTS THE GROSS AMOUNT.  IT CARRIES THE AGENCY AND
      *   PLACEMENT TIER, THE COMMTAB RATE IN FORCE, THE COMMISSION
      *   THAT RATE EARNS AND WHAT THE AGENCY ACTUALLY WITHHELD FROM
      *   ITS REMITTANCE; THE ACCT113 MONTHLY STATEMENT RECOMPUTES AND
      *   COMPARES THEM.  AMOUNTS ARE THE USUAL '  999.99' DISPLAY
      *   FORM; THE PAYMENT DATE IS CCYYMMDD.
      *****************************************************************
           05  CL-AGENCY              PIC X(4).
           05  CL-ACCT                PIC X(5).
           05  CL-DATE                PIC 9(8).
           05  CL-KIND                PIC X.
               88  CL-PAYMENT             VALUE 'P'.
               88  CL-RECOVERY            VALUE 'V'.
           05  CL-TIER                PIC X.
           05  CL-RATE                PIC 9(2)V99.
           05  CL-GROSS               PIC X(8).
           05  CL-OWED                PIC X(8).
           05  CL-WITHHELD            PIC X(8).
           05  FILLER                 PIC X(13).
