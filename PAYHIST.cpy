      *            A TYPE 'J' A CREDIT MEMO, POSTED BY THE 'AC18'
      *            ADJUSTMENT TRANSACTION WITH THE REASON CODE FROM
      *            THE CDTABLE TYPE 'A' FAMILY CARRIED IN PH-RSN.
      *            A 'J' WITH REASON 'D' IS THE CREDIT POSTED BY THE
      *            'AC33' TRANSACTION FOR A BILLING DISPUTE RESOLVED
      *            IN THE CUSTOMER'S FAVOR.  A 'J' WITH REASON 'V'
      *            IS A STALE-DATED REFUND CHECK VOIDED BY ACCT98 -
      *            THE CHECK AMOUNT PUT BACK AS A CREDIT BALANCE.
                   88  PH-IS-ADJ-DEBIT    VALUE 'A'.
                   88  PH-IS-ADJ-CREDIT   VALUE 'J'.
      *            A TYPE 'W' ENTRY IS THE REMAINDER FORGIVEN WHEN A
      *            SETTLEMENT OFFER COMPLETES (ACCT54); A TYPE 'O'
      *            ENTRY IS A FORMAL CHARGE-OFF POSTING THE BALANCE
      *            OUT TO THE RECOVERY LEDGER.  BOTH REDUCE THE
      *            BALANCE THE WAY A PAYMENT DOES.  THE YEAR-END
      *            ACCT86 RUN REPORTS THE 'W' AMOUNTS ON FORM 1099-C.
                   88  PH-IS-FORGIVEN     VALUE 'W'.
                   88  PH-IS-CHARGEOFF    VALUE 'O'.
      *            A TYPE 'V' ENTRY IS A RECOVERY RECEIPT ON A
      *            RECOVLED RECOVERY LEDGER, NOT THE LIVE BALANCE,
      *            SO THE ACCT13 RECONCILIATION LEAVES IT ALONE.
                   88  PH-IS-RECOVERY     VALUE 'V'.
      *            TYPES 'L', 'X' AND 'Y' ARE THE LATE, OVER-LIMIT
      *            AND ANNUAL FEES POSTED BY THE ACCT83 NIGHTLY FEE
      *            RUN FROM THE FEESCHED SCHEDULE.  ALL THREE RAISE
      *            THE BALANCE THE WAY A CHARGE DOES.
                   88  PH-IS-LATEFEE      VALUE 'L'.
                   88  PH-IS-OVLMFEE      VALUE 'X'.
                   88  PH-IS-ANNFEE       VALUE 'Y'.
                   88  PH-IS-SCHED-FEE    VALUE 'L' 'X' 'Y'.
      *            A TYPE 'K' ENTRY IS A LEGAL COST WE ADVANCED ON AN
      *            ACCOUNT IN LITIGATION, POSTED ON THE 'AC43'
      *            LITIGATION TRANSACTION - PH-RSN 'C' FOR COURT
      *            COSTS, 'A' FOR ATTORNEY FEES.  IT RAISES THE
      *            BALANCE THE WAY A CHARGE DOES.
                   88  PH-IS-LEGAL-COST   VALUE 'K'.
      *            A TYPE 'S' ENTRY IS THE PRICE A DEBT BUYER PAID FOR
      *            A CHARGED-OFF ACCOUNT SOLD BY THE ACCT112 SALE RUN.
      *            LIKE A RECOVERY IT NEVER TOUCHES THE LIVE BALANCE.
                   88  PH-IS-SALE         VALUE 'S'.
      *            A TYPE 'M' ENTRY IS THE COMMISSION THE COLLECTION
      *            AGENCY WITHHELD FROM A PAYMENT OR RECOVERY IT
      *            COLLECTED, RECORDED BY ACCT20 BESIDE THE GROSS
      *            AMOUNT IT POSTED.  IT IS OUR EXPENSE, NOT THE
      *            CUSTOMER'S, AND NEVER TOUCHES THE BALANCE.
                   88  PH-IS-COMMISSION   VALUE 'M'.
      *            TYPES 'T' AND 'U' ARE THE TWO HALVES OF A PAYMENT
      *            POSTED TO THE WRONG ACCOUNT AND MOVED ON THE 'AC44'
      *            MISAPPLIED-PAYMENT TRANSFER.  THE 'T' TRANSFER-OUT
      *            ON THE ACCOUNT THAT WRONGLY GOT THE MONEY PUTS THE
      *            AMOUNT BACK ON ITS BALANCE; THE 'U' TRANSFER-IN ON
      *            THE RIGHT ACCOUNT TAKES IT OFF THE WAY A PAYMENT
      *            DOES.  BOTH CARRY THE ORIGINAL PAYMENT'S DATE AND
      *            SOURCE.  THE PAIR IS A RECLASSIFICATION BETWEEN
      *            RECEIVABLES, NOT NEW CASH.
                   88  PH-IS-XFER-OUT     VALUE 'T'.
                   88  PH-IS-XFER-IN      VALUE 'U'.
      *        PH-RSN CARRIES THE CDTABLE-VALIDATED REASON CODE FOR
      *        ADJUSTMENT ENTRIES AND IS SPACE FOR EVERY OTHER TYPE,
      *        EXCEPT THAT A TYPE 'P' PAYMENT MOVED AWAY ON AC44
      *        CARRIES 'T' SO IT IS NEVER MOVED TWICE AND IS NO LONGER
      *        COUNTED AS THE CUSTOMER'S PAYMENT ON THIS ACCOUNT.
      *        PH-SRC NAMES THE POSTING SOURCE SO THE DAY-END CASH
      *        PROOF CAN BREAK THE REGISTER OUT BY WHERE THE MONEY
      *        CAME FROM; SPACE MEANS THE ENTRY PREDATES THE FIELD.
               10  PH-RSN             PIC X.
                   88  PH-PAY-XFERRED     VALUE 'T'.
               10  PH-SRC             PIC X.
                   88  PH-FROM-ONLINE     VALUE 'O'.
                   88  PH-FROM-LOCKBOX    VALUE 'L'.
                   88  PH-FROM-AGENCY     VALUE 'G'.
                   88  PH-FROM-ASSESS     VALUE 'A'.
                   88  PH-FROM-MERCHANT   VALUE 'M'.
      *            'B' IS A BANK DEBIT DRAWN UNDER AN AUTOPAY
      *            ENROLLMENT BY THE ACCT97 NIGHTLY ORIGINATION RUN,
      *            AND THE ACCT38 REVERSAL AND FEE WHEN IT COMES BACK.
                   88  PH-FROM-AUTOPAY    VALUE 'B'.
      *            'S' IS THE ACCT112 DEBT SALE.
                   88  PH-FROM-SALE       VALUE 'S'.
