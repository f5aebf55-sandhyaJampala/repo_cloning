           05  MAILRSDO               PIC X.
           05  MAILDTDO               PIC 9(6).
      *    TELFLDO IS SET TO 'B' BY THE ACCT49 AUTODIALER RESULTS
      *    LOADER WHEN THE DIALER REPORTS THE PRIMARY TELEPHONE AS A
      *    BAD NUMBER, SO THE ACCT48 EXTRACT STOPS DIALING IT AND THE
      *    ACCOUNT RIDES THE SKIP-TRACE REPORT INSTEAD (A BAD
      *    ADDITIONAL NUMBER IS FLAGGED ON TELNUM ONLY).  CORRECTING
      *    THE TELEPHONE THROUGH AC02 CLEARS THE FLAG, THE SAME WAY
      *    AN ADDRESS CORRECTION CLEARS MAILFLDO.
           05  TELFLDO                PIC X.
      *    SCOREDO IS THE MONTHLY PAYMENT-BEHAVIOR SCORE (000-999)
      *    WRITTEN BY THE SCORING RUN; SPACES UNTIL FIRST SCORED.
           05  SCOREDO                PIC X(3).
      *    OFACDO 'H' IS A POSSIBLE SANCTIONS-LIST MATCH FOUND BY THE
      *    AC02 ADD SCREEN OR THE ACCT89 RESCAN; THE ACCOUNT SITS ON
      *    THE AC29 QUEUE AND CANNOT BE APPROVED UNTIL COMPLIANCE
      *    CLEARS IT THERE ('C').  SPACE MEANS NO MATCH.  EACH MATCH
      *    IS KEPT ON THE OFACHIT FILE.
           05  OFACDO                 PIC X.
      *    DECEDO 'D' MEANS THE CUSTOMER HAS DIED - SET BY THE ACCT90
      *    DEATH-MASTER LOADER OR A PHONED-IN NOTICE ON 'AC35'.
      *    FINANCE CHARGES, FEES, DUNNING, QUEUING, DIALING AND
      *    PLACEMENT ALL STOP, AND THE BUREAU IS TOLD.  THE ESTATE
      *    CLAIM IS FOLLOWED ON THE ESTATE FILE.
           05  DECEDO                 PIC X.
      *    TBARDO 'T' MEANS THE DEBT IS TIME-BARRED: THE STATE STATUTE
      *    OF LIMITATIONS (SOLTAB, BY THE STATE ON ADDR3DO) HAS RUN
      *    FROM THE LAST PAYMENT.  SET AND CLEARED ONLY BY THE MONTHLY
      *    ACCT109 RUN.  LETTERS GO OUT ON THE FORM'S TIME-BARRED
      *    DISCLOSURE VARIANT AND A LITIGATING AGENCY IS NOT SENT THE
      *    ACCOUNT.
           05  TBARDO                 PIC X.
