      *****************************************************************
      * CHKREG - REFUND-CHECK REGISTER, KEYED BY CHECK NUMBER.  THE
      *   ACCT69 REFUND RUN WRITES ONE ROW (STATUS 'I') FOR EVERY
      *   CHECK IT PRINTS AND SENDS THE SAME CHECK TO THE BANK ON THE
      *   POSITIVE-PAY ISSUE FILE.  THE ACCT98 RECONCILIATION MARKS A
      *   ROW CLEARED ('C') WHEN THE BANK'S PAID-CHECKS FILE CARRIES
      *   IT AT THE ISSUED AMOUNT, OR 'E' WHEN IT WAS PAID AT A
      *   DIFFERENT AMOUNT, AND VOIDS ('V') A CHECK STILL OUTSTANDING
      *   PAST THE STALE-DATE LIMIT, PUTTING THE CREDIT BACK ON THE
      *   ACCOUNT.  CHECK NUMBER ZERO IS NOT A CHECK: IT IS THE
      *   CONTROL ROW CARRYING THE LAST NUMBER ASSIGNED, THE SAME WAY
      *   THE '*' ROWS ON CDTABLE AND CRLIMIT CARRY THRESHOLDS.
      *   AMOUNTS ARE THE USUAL '  999.99' DISPLAY FORM; DATES ARE
      *   CCYYMMDD.
      *****************************************************************
           05  CK-NUMBER              PIC 9(10).
           05  CK-DATA.
               10  CK-STATUS          PIC X.
                   88  CK-ISSUED          VALUE 'I'.
                   88  CK-CLEARED         VALUE 'C'.
                   88  CK-PAID-EXCEPTION  VALUE 'E'.
                   88  CK-VOIDED          VALUE 'V'.
               10  CK-ACCT            PIC X(5).
               10  CK-AMT             PIC X(8).
               10  CK-ISSUE-DATE      PIC 9(8).
               10  CK-PAYEE           PIC X(20).
               10  CK-PAID-AMT        PIC X(8).
               10  CK-PAID-DATE       PIC 9(8).
               10  CK-VOID-DATE       PIC 9(8).
               10  FILLER             PIC X(10).
           05  CK-CONTROL REDEFINES CK-DATA.
               10  CK-CTL-ID          PIC X.
                   88  CK-IS-CONTROL      VALUE 'K'.
               10  CK-CTL-LAST-NO     PIC 9(10).
               10  FILLER             PIC X(65).
