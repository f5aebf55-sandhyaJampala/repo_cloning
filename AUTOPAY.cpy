      *****************************************************************
      * AUTOPAY - RECURRING AUTOMATIC-PAYMENT ENROLLMENT, ONE PER
      *   ACCOUNT, KEYED BY ACCOUNT NUMBER.  KEPT THROUGH THE 'AC37'
      *   TRANSACTION BY OPERATORS HOLDING THE 'B' GRANT ON OPAUTH.
      *   THE CUSTOMER'S BANK IS NAMED BY ITS NINE-DIGIT ROUTING
      *   NUMBER (CHECK DIGIT PROVED WHEN KEYED) AND THE ACCOUNT AT
      *   THAT BANK, CHECKING OR SAVINGS.  THE AMOUNT RULE SAYS WHAT
      *   IS DRAWN WHEN A STATEMENT FALLS DUE: THE MINIMUM STILL
      *   UNPAID ('M'), THE WHOLE CURRENT BALANCE ('B') OR A FIXED
      *   AMOUNT ('F', NEVER MORE THAN THE BALANCE).  NOTHING IS
      *   DRAWN FOR A STATEMENT DUE BEFORE AP-START.  THE ACCT97
      *   NIGHTLY RUN WRITES THE BANK DEBIT FILE AND STAMPS THE MINPAY
      *   PERIOD IT DREW FOR IN AP-LAST-PERIOD SO NO STATEMENT IS
      *   DRAWN TWICE.  ACCT38 COUNTS EACH DEBIT THE BANK RETURNS IN
      *   AP-RET-CNT AND CANCELS THE ENROLLMENT (STATUS 'R') WHEN THE
      *   COUNT REACHES THE LIMIT ON ITS PARAMETER CARD, OR AT ONCE
      *   FOR A RETURN THAT SAYS THE BANK ACCOUNT CAN NOT BE DRAWN ON.
      *   AMOUNTS ARE THE USUAL '  999.99' DISPLAY FORM; DATES ARE
      *   CCYYMMDD.
      *****************************************************************
           05  AP-ACCT                PIC X(5).
           05  AP-STATUS              PIC X.
               88  AP-ACTIVE              VALUE 'A'.
               88  AP-CANCELLED           VALUE 'C'.
               88  AP-RETURNS-CANCEL      VALUE 'R'.
           05  AP-ROUTING             PIC 9(9).
           05  AP-BANK-ACCT           PIC X(17).
           05  AP-BANK-TYPE           PIC X.
               88  AP-CHECKING            VALUE 'C'.
               88  AP-SAVINGS             VALUE 'S'.
           05  AP-RULE                PIC X.
               88  AP-PAY-MINIMUM         VALUE 'M'.
               88  AP-PAY-BALANCE         VALUE 'B'.
               88  AP-PAY-FIXED           VALUE 'F'.
           05  AP-FIXED-AMT           PIC X(8).
           05  AP-START               PIC 9(8).
           05  AP-RET-CNT             PIC 9(2).
           05  AP-LAST-PERIOD         PIC 9(6).
           05  AP-LAST-DATE           PIC 9(8).
           05  AP-LAST-AMT            PIC X(8).
           05  AP-ENROLL-DATE         PIC 9(8).
           05  AP-UPD-DATE            PIC 9(8).
           05  AP-OPID                PIC X(3).
           05  AP-CANCEL-DATE         PIC 9(8).
           05  FILLER                 PIC X(9).
