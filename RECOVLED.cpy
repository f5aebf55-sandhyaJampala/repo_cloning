      *   POST HERE AS TYPE 'V' PAYHIST RECEIPTS AND ROLL UP THE
      *   RECOVERED AMOUNT, INSTEAD OF RESURRECTING THE LIVE
      *   BALANCE.  THE ACCT56 MONTHLY REPORT READS THIS LEDGER.
      *   AMOUNTS ARE THE USUAL '  999.99' DISPLAY FORM; THE DATES ARE
      *   MMDDYY.  AN ACCOUNT SOLD TO A DEBT BUYER BY THE ACCT112 SALE
      *   RUN IS MARKED 'S' WITH THE SALE DATE, THE PRICE THE BUYER
      *   PAID FOR IT AND THE SALE IDENTIFIER; A PAYMENT THAT STILL
      *   ARRIVES FOR IT IS NOT POSTED BUT LISTED FOR FORWARDING TO
      *   THE BUYER.  THE SALE FIELDS ARE BLANK UNTIL THEN.
      *****************************************************************
           05  RL-ACCT                PIC X(5).
           05  RL-STATUS              PIC X.
               88  RL-OPEN                VALUE 'O'.
               88  RL-FULLY-RECOVERED     VALUE 'F'.
               88  RL-SOLD                VALUE 'S'.
           05  RL-CHGOFF-DATE         PIC 9(6).
           05  RL-CHGOFF-AMT          PIC X(8).
           05  RL-RECOVERED           PIC X(8).
           05  RL-SALE-DATE           PIC 9(6).
           05  RL-SALE-PRICE          PIC X(8).
           05  RL-SALE-ID             PIC X(8).
