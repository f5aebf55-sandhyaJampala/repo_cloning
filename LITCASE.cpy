      *****************************************************************
      * LITCASE - LITIGATION CASE RECORD, ONE PER ACCOUNT, KEYED BY
      *   ACCOUNT NUMBER.  OPENED ('R') WHEN THE ACCOUNT IS REFERRED
      *   TO OUTSIDE COUNSEL ON THE 'AC43' TRANSACTION (ACCT110) AND
      *   KEPT THERE AS THE SUIT IS FILED ('S') AND JUDGMENT IS
      *   ENTERED ('J') - THE JUDGMENT MOVES THE ACCOUNT TO THE
      *   JUDGMENT STATUS WHEN THE STATTAB RULES ALLOW IT - UNTIL IT
      *   IS CLOSED ('C').  WHILE THE CASE IS OPEN (R, S OR J) THE
      *   ACCOUNT'S AUDIT AND CORRESPONDENCE TRAIL IS UNDER LEGAL
      *   HOLD AND ACCT29 DOES NOT ARCHIVE IT.  THE COURT COSTS AND
      *   ATTORNEY FEES ARE THE RUNNING TOTALS ADVANCED ON THE CASE,
      *   EACH ALSO POSTED TO PAYHIST AS A TYPE 'K' ENTRY.  DATES
      *   ARE CCYYMMDD.  ACCT111 PRINTS THE MONTHLY INVENTORY.
      *****************************************************************
           05  LC-ACCT                PIC X(5).
           05  LC-STATUS              PIC X.
               88  LC-REFERRED            VALUE 'R'.
               88  LC-SUIT-FILED          VALUE 'S'.
               88  LC-JUDGMENT            VALUE 'J'.
               88  LC-CLOSED              VALUE 'C'.
               88  LC-OPEN                VALUE 'R' 'S' 'J'.
           05  LC-ATTORNEY            PIC X(24).
           05  LC-REFER-DATE          PIC 9(8).
           05  LC-SUIT-DATE           PIC 9(8).
           05  LC-CASE-NO             PIC X(15).
           05  LC-JUDG-AMT            PIC S9(7)V99 COMP-3.
           05  LC-JUDG-DATE           PIC 9(8).
           05  LC-CLOSE-DATE          PIC 9(8).
           05  LC-COURT-COSTS         PIC S9(7)V99 COMP-3.
           05  LC-ATTY-FEES           PIC S9(7)V99 COMP-3.
           05  LC-PRIOR-STAT          PIC X(2).
           05  LC-LAST-OPID           PIC X(3).
           05  LC-LAST-DATE           PIC 9(8).
           05  FILLER                 PIC X(15).
