      *****************************************************************
      * SSINQ - COMMAREA OF THE ACCT130 SELF-SERVICE ACCOUNT INQUIRY,
      *   LINKED TO BY THE TELEPHONE (IVR) AND CUSTOMER WEBSITE
      *   GATEWAYS.  THE CALLER FILLS IN THE REQUEST: THE CHANNEL
      *   ('V' VOICE, 'W' WEB), THE ACCOUNT, THE CALLING NUMBER OR WEB
      *   SESSION REFERENCE, AND ONE VERIFICATION VALUE - 'T' THE LAST
      *   FOUR DIGITS OF THE TAXPAYER ID (LEFT-JUSTIFIED) OR 'D' THE
      *   DATE OF BIRTH CCYYMMDD, CHECKED AGAINST THE IDENTITY FILE.
      *   ACCT130 FILLS IN THE RESPONSE:
      *     'OK' ANSWERED - THE FIGURES BELOW ARE GOOD
      *     'NV' NOT VERIFIED (ALSO GIVEN FOR AN ACCOUNT NOT ON FILE,
      *          SO THE ANSWER NEVER CONFIRMS AN ACCOUNT NUMBER)
      *     'HR' PLEASE HOLD FOR A REPRESENTATIVE - THE ACCOUNT IS
      *          CLOSED, BANKRUPT, DECEASED OR OTHERWISE BLOCKED
      *     'IE' THE REQUEST WAS INCOMPLETE OR NOT VALID
      *     'ER' THE INQUIRY FAILED - TRANSFER THE CALLER
      *   AMOUNTS ARE SIGNED WITH A LEADING SEPARATE SIGN SO THE
      *   GATEWAYS NEED NO PACKED-DECIMAL HANDLING; DATES ARE
      *   CCYYMMDD, ZERO WHEN THERE IS NONE.
      *****************************************************************
           05  SI-REQUEST.
               10  SI-CHANNEL         PIC X.
                   88  SI-VOICE           VALUE 'V'.
                   88  SI-WEB             VALUE 'W'.
                   88  SI-CHANNEL-OK      VALUE 'V' 'W'.
               10  SI-ACCT            PIC X(5).
               10  SI-CALLER-ID       PIC X(10).
               10  SI-VER-TYPE        PIC X.
                   88  SI-VER-TIN         VALUE 'T'.
                   88  SI-VER-DOB         VALUE 'D'.
                   88  SI-VER-TYPE-OK     VALUE 'T' 'D'.
               10  SI-VER-VALUE       PIC X(8).
               10  SI-VER-TIN4 REDEFINES SI-VER-VALUE.
                   15  SI-VER-LAST4   PIC X(4).
                   15  FILLER         PIC X(4).
           05  SI-RESPONSE.
               10  SI-RESULT          PIC X(2).
                   88  SI-ANSWERED        VALUE 'OK'.
                   88  SI-NOT-VERIFIED    VALUE 'NV'.
                   88  SI-HOLD-FOR-REP    VALUE 'HR'.
                   88  SI-BAD-REQUEST     VALUE 'IE'.
                   88  SI-FAILED          VALUE 'ER'.
               10  SI-BALANCE         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
               10  SI-AVAIL-CREDIT    PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
               10  SI-LAST-PAY-AMT    PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
               10  SI-LAST-PAY-DATE   PIC 9(8).
               10  SI-DUE-DATE        PIC 9(8).
               10  SI-MIN-DUE         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
               10  SI-PAYOFF          PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
               10  SI-PAYOFF-THRU     PIC 9(8).
               10  SI-MESSAGE         PIC X(40).
