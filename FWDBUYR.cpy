      *****************************************************************
      * FWDBUYR - A PAYMENT THAT ARRIVED FOR AN ACCOUNT ALREADY SOLD
      *   TO A DEBT BUYER BY THE ACCT112 SALE RUN.  ACCT10 (SOURCE
      *   'L', LOCKBOX) AND ACCT20 (SOURCE 'G', AGENCY) DO NOT POST
      *   THESE; THEY WRITE ONE OF THESE RECORDS INSTEAD SO THE MONEY
      *   CAN BE FORWARDED TO THE BUYER NAMED BY THE SALE IDENTIFIER.
      *   THE PAYMENT DATE IS MMDDYY AS RECEIVED; THE AMOUNT IS THE
      *   USUAL '  999.99' DISPLAY FORM.
      *****************************************************************
           05  FB-ACCT                PIC X(5).
           05  FB-PAY-DATE            PIC 9(6).
           05  FB-AMT                 PIC X(8).
           05  FB-SALE-ID             PIC X(8).
           05  FB-SALE-DATE           PIC 9(6).
           05  FB-SRC                 PIC X.
           05  FILLER                 PIC X(6).
