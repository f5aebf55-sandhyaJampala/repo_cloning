      *****************************************************************
      * SOLTAB - MAINTAINABLE STATUTE-OF-LIMITATIONS RECORD IN THE
      *   CDTABLE/AC12 FAMILY (FILE CODE 'SL' ON THE AC12 SCREEN),
      *   KEYED BY THE TWO-LETTER STATE CODE PARSED FROM ADDR3DO THE
      *   WAY ACCT68 PARSES IT.  SL-YEARS IS THE NUMBER OF YEARS
      *   AFTER THE LAST PAYMENT THAT A DEBT IN THAT STATE BECOMES
      *   TIME-BARRED.  THE ROW KEYED '**' IS THE PERIOD FOR A STATE
      *   WITH NO ROW OF ITS OWN OR AN ADDRESS WITH NO PARSEABLE
      *   STATE; WITHOUT IT SUCH AN ACCOUNT IS NEVER BARRED.  READ BY
      *   THE MONTHLY ACCT109 RUN.
      *****************************************************************
           05  SL-STATE               PIC X(2).
           05  SL-YEARS               PIC 9(2).
           05  SL-DESC                PIC X(20).
           05  FILLER                 PIC X(6).
