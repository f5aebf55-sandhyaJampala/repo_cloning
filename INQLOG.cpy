      *****************************************************************
      * INQLOG - SELF-SERVICE INQUIRY RECORD, KEYED BY DATE + TIME +
      *   SEQUENCE LIKE AUTHLOG (EIBDATE/EIBTIME/EIBTASKN FORM).
      *   WRITTEN BY ACCT130 FOR EVERY INQUIRY THE TELEPHONE AND WEB
      *   GATEWAYS MAKE, ANSWERED OR NOT, WITH THE CHANNEL, THE KIND
      *   OF VERIFICATION OFFERED, THE RESULT GIVEN (THE SSINQ CODES)
      *   AND THE REASON BEHIND IT:
      *     'NF' NO SUCH ACCOUNT        'NI' NO IDENTITY KEYED
      *     'TN' TAXPAYER ID MISMATCH   'DB' BIRTH DATE MISMATCH
      *     'AP' PENDING APPROVAL       'ST' BLOCKING STATUS CODE
      *     'BK' BANKRUPTCY HOLD        'DC' CUSTOMER DECEASED
      *     'OF' SANCTIONS-LIST HOLD    'FR' FRAUD REVIEW OPEN
      *     'NP' ANSWERED WITHOUT THE PAYOFF FIGURES
      *   THE ACCT131 DAILY REPORT COUNTS THE VOLUMES BY CHANNEL AND
      *   RESULT AND LISTS THE FAILED VERIFICATIONS WITH THE CALLING
      *   NUMBER OR WEB SESSION.
      *****************************************************************
           05  IL-KEY.
               10  IL-DATE            PIC S9(7) COMP-3.
               10  IL-TIME            PIC S9(7) COMP-3.
               10  IL-SEQ             PIC S9(4) COMP.
           05  IL-ACCT                PIC X(5).
           05  IL-CHANNEL             PIC X.
               88  IL-VOICE               VALUE 'V'.
               88  IL-WEB                 VALUE 'W'.
           05  IL-VER-TYPE            PIC X.
           05  IL-RESULT              PIC X(2).
               88  IL-ANSWERED            VALUE 'OK'.
               88  IL-NOT-VERIFIED        VALUE 'NV'.
               88  IL-HOLD-FOR-REP        VALUE 'HR'.
               88  IL-BAD-REQUEST         VALUE 'IE'.
               88  IL-FAILED              VALUE 'ER'.
           05  IL-REASON              PIC X(2).
           05  IL-CALLER-ID           PIC X(10).
           05  FILLER                 PIC X(9).
