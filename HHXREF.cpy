      *   THE USUAL SOURCE.  THE AC01 DETAIL DISPLAY FLAGS
      *   HOUSEHOLD MEMBERS, AND ACCT21 AND THE AC24 AUTHORIZATION
      *   WORK COMBINED HOUSEHOLD EXPOSURE AGAINST COMBINED LIMITS.
      *   ACCT15 AND ACCT16 MAIL THE STATEMENTS AND LETTERS OF ONE
      *   HOUSEHOLD THAT SHARE AN ADDRESS IN ONE ENVELOPE, UNLESS
      *   HX-MAIL-SEP SAYS THE CUSTOMER ASKED FOR THEIR OWN MAIL
      *   (SET AND CLEARED ON AC28).
      *****************************************************************
           05  HX-ACCT                PIC X(5).
           05  HX-HHID                PIC X(5).
           05  HX-MAIL-SEP            PIC X.
               88  HX-MAIL-SEPARATE       VALUE 'S'.
