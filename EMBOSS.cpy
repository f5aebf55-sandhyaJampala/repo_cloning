      *****************************************************************
      * EMBOSS - ONE 150-BYTE RECORD PER CARD SENT TO THE EMBOSSING
      *   VENDOR BY THE ACCT100 NIGHTLY RUN, FOLLOWED BY A TRAILER
      *   WITH THE CARD COUNT.  THE CARD NUMBER IS THE ACCOUNT AND
      *   CARD SEQUENCE; THE EXPIRY IS EMBOSSED MM/YY.  EM-REASON
      *   IS THE PLASTIC PC-REASON ('N' NEW ACCOUNT, 'B' AUTHORIZED
      *   BUYER, 'R' RENEWAL, 'L' LOST/STOLEN REPLACEMENT) SO THE
      *   VENDOR CAN PICK THE CARRIER.  THE CARD IS MAILED TO THE
      *   ACCOUNT'S ADDRESS IN THE NAME OF THE PRIMARY CARDHOLDER.
      *****************************************************************
           05  EM-DETAIL.
               10  EM-REC-TYPE        PIC X.
                   88  EM-IS-DETAIL       VALUE 'D'.
                   88  EM-IS-TRAILER      VALUE 'T'.
               10  EM-CARD-NO.
                   15  EM-ACCT        PIC X(5).
                   15  EM-SEQ         PIC 9(2).
               10  EM-EMBOSS-NAME     PIC X(32).
               10  EM-EXP-MM          PIC 9(2).
               10  EM-EXP-YY          PIC 9(2).
               10  EM-REASON          PIC X.
               10  EM-MAIL-NAME       PIC X(20).
               10  EM-ADDR1           PIC X(24).
               10  EM-ADDR2           PIC X(24).
               10  EM-ADDR3           PIC X(16).
               10  EM-ISSUE-DATE      PIC 9(8).
               10  FILLER             PIC X(13).
           05  EM-TRAILER REDEFINES EM-DETAIL.
               10  FILLER             PIC X.
               10  EM-TRL-COUNT       PIC 9(7).
               10  EM-TRL-DATE        PIC 9(8).
               10  FILLER             PIC X(134).
