      *****************************************************************
      * BCLINK - LINKAGE AREA FOR THE CBLPGM04 BALANCE-COMPONENT
      *   ROUTINE.  THE CALLER PASSES THE ACCOUNT'S BALANCE BEFORE THE
      *   POSTING, THE POSTING AMOUNT AND THE COMPONENTS FROM BALCOMP
      *   (ZERO WHEN THE ACCOUNT HAS NO RECORD YET) AND GETS BACK THE
      *   COMPONENTS AFTER THE POSTING, WHICH ADD TO THE NEW BALANCE.
      *   FUNCTIONS:
      *     'S' - BRING THE COMPONENTS INTO LINE WITH THE BALANCE ONLY
      *     'P' - ADD THE AMOUNT TO PRINCIPAL (A CHARGE)
      *     'I' - ADD THE AMOUNT TO FINANCE CHARGES
      *     'E' - ADD THE AMOUNT TO FEES
      *     'A' - APPLY A PAYMENT: FEES, THEN FINANCE CHARGES, THEN
      *           PRINCIPAL; BCL-TO-FEES/-FIN/-PRIN SAY WHERE IT WENT
      *   BCL-SYNC-AMT IS WHATEVER THE BALANCE HAD MOVED OUTSIDE
      *   BALCOMP BEFORE THIS POSTING.  BCL-STATUS '9' IS A BAD
      *   FUNCTION CODE; NOTHING IS CHANGED.
      *****************************************************************
           05  BCL-FUNCTION           PIC X.
           05  BCL-OLD-BAL            PIC S9(7)V99 COMP-3.
           05  BCL-AMT                PIC S9(7)V99 COMP-3.
           05  BCL-PRIN               PIC S9(7)V99 COMP-3.
           05  BCL-FIN                PIC S9(7)V99 COMP-3.
           05  BCL-FEES               PIC S9(7)V99 COMP-3.
           05  BCL-TO-FEES            PIC S9(7)V99 COMP-3.
           05  BCL-TO-FIN             PIC S9(7)V99 COMP-3.
           05  BCL-TO-PRIN            PIC S9(7)V99 COMP-3.
           05  BCL-SYNC-AMT           PIC S9(7)V99 COMP-3.
           05  BCL-STATUS             PIC X.
               88  BCL-OK                 VALUE '0'.
