      *****************************************************************
      * AGYPLACE - AGENCY PLACEMENT HISTORY RECORD, ONE PER ACCOUNT
      *   EVER PLACED, KEYED BY ACCOUNT.  WRITTEN BY ACCT19 ON THE
      *   FIRST PLACEMENT (TIER 'F') AND UPDATED ON EVERY LATER ONE,
      *   WHICH COUNTS AS A RE-PLACEMENT (TIER 'R') PRICED ON ITS OWN
      *   COMMTAB RATE.  ACCT20 MARKS THE PLACEMENT RECALLED ('R') OR
      *   CLOSED ('C') AS THE AGENCY RETURNS IT, AND READS THE AGENCY
      *   AND TIER TO PRICE THE COMMISSION ON EACH PAYMENT.  DATES
      *   ARE CCYYMMDD.
      *****************************************************************
           05  AP-ACCT                PIC X(5).
           05  AP-AGENCY              PIC X(4).
           05  AP-TIER                PIC X.
               88  AP-FIRST               VALUE 'F'.
               88  AP-REPLACED            VALUE 'R'.
           05  AP-PLACE-CNT           PIC 9(3).
           05  AP-STATUS              PIC X.
               88  AP-PLACED              VALUE 'P'.
               88  AP-RECALLED            VALUE 'R'.
               88  AP-CLOSED              VALUE 'C'.
           05  AP-PLACE-DATE          PIC 9(8).
           05  AP-END-DATE            PIC 9(8).
           05  FILLER                 PIC X(10).
