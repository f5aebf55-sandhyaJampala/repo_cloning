      *****************************************************************
      * COMMTAB - MAINTAINABLE AGENCY COMMISSION RATE RECORD IN THE
      *   CDTABLE/AC12 FAMILY (FILE CODE 'CM' ON THE AC12 SCREEN),
      *   KEYED BY THE FOUR-CHARACTER AGENCY CODE AND THE PLACEMENT
      *   TIER - 'F' FOR AN ACCOUNT ON ITS FIRST PLACEMENT, 'R' FOR
      *   ONE RECALLED AND PLACED AGAIN (SEE AGYPLACE).  CM-RATE IS
      *   THE PERCENTAGE OF THE GROSS COLLECTED THAT THE AGENCY HAS
      *   EARNED (2500 = 25.00 PERCENT).  THE ROWS KEYED '****' ARE
      *   THE RATES FOR AN AGENCY WITH NO ROWS OF ITS OWN.  READ BY
      *   ACCT20 AS PAYMENTS POST AND BY THE ACCT113 STATEMENT.
      *****************************************************************
           05  CM-KEY.
               10  CM-AGENCY          PIC X(4).
               10  CM-TIER            PIC X.
           05  CM-RATE                PIC 9(2)V99.
           05  CM-DESC                PIC X(20).
           05  FILLER                 PIC X.
