      *****************************************************************
      * FEESCHED - MAINTAINABLE FEE-SCHEDULE RECORD IN THE CDTABLE/
      *   AC12 FAMILY (FILE CODE 'FE' ON THE AC12 SCREEN), KEYED BY
      *   THE FEE TYPE PLUS THE SPECIAL CODE (SCODE1DO) IT APPLIES
      *   TO.  THE FEE TYPE IS THE PAYHIST TYPE THE FEE POSTS UNDER:
      *   'L' LATE FEE, 'X' OVER-LIMIT FEE, 'Y' ANNUAL FEE.  A ROW
      *   WITH SPECIAL CODE '*' IS THE AMOUNT FOR ANY CODE WITHOUT A
      *   ROW OF ITS OWN; NO ROW AT ALL, OR A ZERO AMOUNT, MEANS THE
      *   FEE IS NOT CHARGED.  READ BY THE ACCT83 NIGHTLY FEE RUN.
      *   THE AMOUNT IS THE USUAL '  999.99' DISPLAY FORM.
      *****************************************************************
           05  FS-KEY.
               10  FS-TYPE            PIC X.
                   88  FS-LATE-FEE        VALUE 'L'.
                   88  FS-OVERLIMIT-FEE   VALUE 'X'.
                   88  FS-ANNUAL-FEE      VALUE 'Y'.
               10  FS-SCODE           PIC X.
           05  FS-AMT                 PIC X(8).
           05  FS-DESC                PIC X(20).
