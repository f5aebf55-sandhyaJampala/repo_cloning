      *****************************************************************
      * PPISSUE - POSITIVE-PAY RECORD SENT TO THE DISBURSEMENT BANK
      *   SO IT PAYS ONLY THE REFUND CHECKS WE ACTUALLY ISSUED.  ONE
      *   DETAIL PER CHECK: ACTION 'I' FOR A CHECK ISSUED BY THE
      *   ACCT69 REFUND RUN, 'V' FOR ONE VOIDED BY THE ACCT98
      *   RECONCILIATION, WHICH THE BANK MUST THEN REFUSE.  THE FILE
      *   ENDS WITH A TRAILER CARRYING THE DETAIL COUNT AND DOLLAR
      *   TOTAL.  THE BANK ACCOUNT IS THE DISBURSEMENT ACCOUNT FROM
      *   THE RUN'S PARAMETER CARD.  AMOUNTS ARE UNSIGNED WITH TWO
      *   IMPLIED DECIMALS; DATES ARE CCYYMMDD.
      *****************************************************************
           05  PP-DETAIL.
               10  PP-REC-TYPE        PIC X.
                   88  PP-IS-DETAIL       VALUE 'D'.
                   88  PP-IS-TRAILER      VALUE 'T'.
               10  PP-BANK-ACCT       PIC X(15).
               10  PP-CHECK-NO        PIC 9(10).
               10  PP-AMOUNT          PIC 9(8)V99.
               10  PP-ISSUE-DATE      PIC 9(8).
               10  PP-ACTION          PIC X.
                   88  PP-ISSUE           VALUE 'I'.
                   88  PP-VOID            VALUE 'V'.
               10  PP-PAYEE           PIC X(20).
               10  FILLER             PIC X(15).
           05  PP-TRAILER REDEFINES PP-DETAIL.
               10  FILLER             PIC X.
               10  PP-TRL-BANK-ACCT   PIC X(15).
               10  PP-TRL-COUNT       PIC 9(10).
               10  PP-TRL-TOTAL       PIC 9(10)V99.
               10  FILLER             PIC X(42).
