      *****************************************************************
      * PSTTIER - PRESORT TIER HISTORY.  EACH ACCT66 RUN APPENDS ONE
      *   RECORD PER SPECIAL-HANDLING CODE AND DOCUMENT DATE IT
      *   SEQUENCED: THE ENVELOPES THAT WENT OUT IN A ZIP-CODE TRAY AT
      *   THE PRESORT RATE AND THE ENVELOPES THAT FELL TO THE RESIDUAL
      *   TRAY AT THE FULL RATE.  ACCT129 PRICES EACH HANDLING CODE'S
      *   POSTAGE ON THE MONTH'S SPLIT.  THE DOCUMENT DATE IS CCYYMMDD.
      *****************************************************************
           05  PT-DOC-DATE            PIC X(8).
           05  PT-HANDLING            PIC X(2).
           05  PT-PRESORT-CNT         PIC 9(7).
           05  PT-RESID-CNT           PIC 9(7).
           05  FILLER                 PIC X(16).
