      *****************************************************************
      * PRTCOST - MAINTAINABLE PRINT AND POSTAGE COST RECORD IN THE
      *   CDTABLE/AC12 FAMILY (FILE CODE 'PC' ON THE AC12 SCREEN),
      *   KEYED BY THE XEROX SPECIAL-HANDLING CODE.  PC-DEPT IS THE
      *   DEPARTMENT THAT OWNS THE HANDLING CODE AND PC-GLACCT THE
      *   EXPENSE ACCOUNT ITS COST IS CHARGED BACK TO.  THE COSTS ARE
      *   DOLLARS WITH FOUR DECIMALS (00450 = 0.0450): PRINT PER PAGE,
      *   INSERTS PER ENVELOPE, AND POSTAGE PER ENVELOPE AT THE
      *   PRESORT RATE (A PIECE ACCT66 TRAYED BY ZIP) AND AT THE FULL
      *   RATE (A PIECE IN THE RESIDUAL TRAY).  THE ROW KEYED '**'
      *   PRICES A HANDLING CODE WITH NO ROW OF ITS OWN.  READ BY THE
      *   ACCT129 MONTHLY COST ALLOCATION.
      *****************************************************************
           05  PC-KEY.
               10  PC-HANDLING        PIC X(2).
           05  PC-DEPT                PIC X(4).
           05  PC-PAGE-COST           PIC 9V9(4).
           05  PC-INSERT-COST         PIC 9V9(4).
           05  PC-POST-PRESORT        PIC 9V9(4).
           05  PC-POST-FULL           PIC 9V9(4).
           05  PC-GLACCT              PIC X(6).
           05  PC-DESC                PIC X(20).
           05  FILLER                 PIC X.
