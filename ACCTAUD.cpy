      *   AC16 CHANGED-FIELDS SUMMARY AND THE ACCT80 FORWARD RECOVERY
      *   WORK ONLY FROM 'I' (AND, FOR RECOVERY, 'X') ENTRIES.
      *   AUD-TITLE ON AN 'I' ENTRY SAYS WHICH KIND OF CHANGE WROTE
      *   IT ('ADD IMAGE', 'CHG IMAGE', 'COA IMAGE', 'ADJ IMAGE',
      *   'XFR IN', 'XFR OUT').  THE ONES AN OPERATOR KEYS - AC02 ADD
      *   AND CHANGE, AC18 ADJUSTMENT, AC44 TRANSFER - CARRY THE
      *   OPERATOR IN AUD-IMAGE (405:3), WHICH THE APPROVAL SCREENS
      *   AND THE ACCT132 SEGREGATION-OF-DUTIES REPORT READ TO FIND
      *   WHO CHANGED AN ACCOUNT.
      *****************************************************************
           05  AUD-KEY.
               10  AUD-ACCT           PIC X(5).
