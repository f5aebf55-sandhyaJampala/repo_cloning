      *****************************************************************
      * AUTHHOLD - OPEN-TO-BUY HOLD, ONE PER APPROVED 'AC24' CALL-IN,
      *   KEYED BY ACCOUNT + DATE + TIME + SEQUENCE (EIBDATE/EIBTIME/
      *   EIBTASKN FORM, AS ON AUTHLOG) SO ONE ACCOUNT'S HOLDS BROWSE
      *   TOGETHER.  WRITTEN OPEN ('O') FOR THE APPROVED AMOUNT; AC24
      *   DECIDES AGAINST THE BALANCE PLUS EVERY OPEN HOLD, SO A RUN
      *   OF APPROVALS CAN NOT TOGETHER PASS THE LIMIT BEFORE THE
      *   CHARGES POST.  THE ACCT60 MERCHANT-FEED POSTING RELEASES THE
      *   OLDEST OPEN HOLD OF THE SAME AMOUNT WHEN IT POSTS THE CHARGE
      *   ('M'), AND EXPIRES ANY HOLD STILL OPEN AFTER THE NUMBER OF
      *   DAYS ON ITS PARAMETER CARD ('E').  HL-REL-DATE IS THE DAY
      *   OF THE RELEASE OR EXPIRY IN THE SAME 0CYYDDD FORM.
      *****************************************************************
           05  HL-KEY.
               10  HL-ACCT            PIC X(5).
               10  HL-DATE            PIC S9(7) COMP-3.
               10  HL-TIME            PIC S9(7) COMP-3.
               10  HL-SEQ             PIC S9(4) COMP.
           05  HL-STATUS              PIC X.
               88  HL-OPEN                VALUE 'O'.
               88  HL-MATCHED             VALUE 'M'.
               88  HL-EXPIRED             VALUE 'E'.
           05  HL-AMT                 PIC X(8).
           05  HL-OPID                PIC X(3).
           05  HL-TERM                PIC X(4).
           05  HL-REL-DATE            PIC S9(7) COMP-3.
           05  FILLER                 PIC X(5).
