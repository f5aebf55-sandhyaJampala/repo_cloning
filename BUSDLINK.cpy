      *****************************************************************
      * BUSDLINK - LINKAGE AREA FOR THE CBLPGM03 BUSINESS-DATE
      *   SUBROUTINE.  THE BATCH JOBS TAKE THEIR POSTING AND REPORT
      *   DATE FROM BDL-BUS-YYMMDD IN PLACE OF ACCEPT ... FROM DATE.
      *   BDL-STATUS '4' MEANS THE BUSDATE CONTROL RECORD COULD NOT
      *   BE READ AND THE SYSTEM DATE WAS RETURNED INSTEAD.
      *****************************************************************
           05  BDL-STATUS             PIC X.
               88  BDL-OK                 VALUE '0'.
               88  BDL-DEFAULTED          VALUE '4'.
           05  BDL-BUS-DATE           PIC 9(8).
           05  BDL-BUS-YYMMDD         PIC 9(6).
           05  BDL-PREV-DATE          PIC 9(8).
           05  BDL-NEXT-DATE          PIC 9(8).
           05  BDL-CUTOFF-TIME        PIC 9(6).
