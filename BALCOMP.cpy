      *****************************************************************
      * BALCOMP - BALANCE COMPONENTS, THE COMPANION TO ACCTREC THAT
      *   SPLITS BAL (1) INTO PRINCIPAL (PURCHASES, RETURNED PAYMENTS
      *   AND ANYTHING NOT OTHERWISE CLASSIFIED), FINANCE CHARGES AND
      *   FEES.  ONE RECORD PER ACCOUNT, KEYED BY ACCOUNT NUMBER, AND
      *   ALWAYS MAINTAINED THROUGH THE CBLPGM04 ROUTINE SO THE THREE
      *   PARTS ADD BACK TO BAL (1): ACCT60 CHARGES GO TO PRINCIPAL,
      *   THE ACCT14 FINANCE CHARGE (ASSESSED ON PRINCIPAL ONLY) TO
      *   FINANCE CHARGES, THE ACCT38 RETURNED-CHECK FEE AND THE
      *   ACCT83 LATE, OVER-LIMIT AND ANNUAL FEES TO FEES, AND A
      *   PAYMENT IS APPLIED FEES FIRST, THEN FINANCE CHARGES, THEN
      *   PRINCIPAL.  A BALANCE MOVED BY ANY OTHER POSTING IS PUT
      *   RIGHT THE NEXT TIME THE RECORD IS TOUCHED - AN INCREASE IS
      *   PRINCIPAL, A DECREASE COMES OFF PRINCIPAL, THEN FINANCE
      *   CHARGES, THEN FEES - AND AN ACCOUNT WITH NO RECORD IS ALL
      *   PRINCIPAL.  THE AMOUNTS ARE SIGNED NUMBERS LIKE THE ACCTREC
      *   MONEY FIELDS, SINCE A CREDIT BALANCE IS NEGATIVE PRINCIPAL.
      *****************************************************************
           05  BC-ACCT                PIC X(5).
           05  BC-PRIN                PIC S9(6)V99.
           05  BC-FIN                 PIC S9(6)V99.
           05  BC-FEES                PIC S9(6)V99.
           05  FILLER                 PIC X(21).
