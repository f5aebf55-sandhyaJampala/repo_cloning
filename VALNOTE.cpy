      *****************************************************************
      * VALNOTE - DEBT VALIDATION NOTICE RECORD, ONE PER ACCOUNT,
      *   KEYED BY ACCOUNT NUMBER.  IT IS WRITTEN (STATUS 'P') THE
      *   FIRST TIME AN ACCOUNT ENTERS COLLECTIONS - ACCT17 PUTTING
      *   IT ON THE COLLWK QUEUE OR ACCT19 REACHING IT FOR AGENCY
      *   PLACEMENT, WHICHEVER COMES FIRST - AND IS NEVER WRITTEN
      *   AGAIN, SO A LATER RETURN TO THE QUEUE DOES NOT MAIL A
      *   SECOND NOTICE.  THE NIGHTLY ACCT107 RUN MAILS THE NOTICE,
      *   ITEMIZED FROM PAYHIST AS OF THE ITEMIZATION DATE, AND
      *   OPENS THE VALIDATION WINDOW ('W'); ONCE THE WINDOW ENDS
      *   UNDISPUTED IT CLOSES THE RECORD ('C').  A WRITTEN DISPUTE
      *   RECEIVED WITHIN THE WINDOW IS RECORDED ON THE 'AC42'
      *   TRANSACTION (ACCT108) ('D'); WHEN THE VERIFICATION IS
      *   APPROVED THERE ('Q') ACCT107 MAILS THE VERIFICATION LETTER
      *   ('V').  WHILE THE STATUS IS P, W, D OR Q NEITHER ACCT19
      *   NOR ACCT48 TOUCHES THE ACCOUNT, AND WHILE IT IS D OR Q ALL
      *   OTHER COLLECTION ACTIVITY (THE ACCT17 QUEUE AND THE ACCT16
      *   DUNNING LETTERS) IS PAUSED AS WELL.  DATES ARE CCYYMMDD.
      *   THE AMOUNTS ARE THE NOTICE'S ITEMIZATION: THE BALANCE ON
      *   THE ITEMIZATION DATE, THE INTEREST, FEES, OTHER CHARGES AND
      *   PAYMENTS OR CREDITS SINCE, AND THE BALANCE NOW OWED.
      *****************************************************************
           05  VN-ACCT                PIC X(5).
           05  VN-STATUS              PIC X.
               88  VN-PENDING             VALUE 'P'.
               88  VN-WINDOW-OPEN         VALUE 'W'.
               88  VN-DISPUTED            VALUE 'D'.
               88  VN-VERIFY-READY        VALUE 'Q'.
               88  VN-VERIFIED            VALUE 'V'.
               88  VN-CLOSED              VALUE 'C'.
               88  VN-HOLDS-PLACEMENT     VALUE 'P' 'W' 'D' 'Q'.
               88  VN-PAUSES-COLLECTION   VALUE 'D' 'Q'.
           05  VN-ENTER-DATE          PIC 9(8).
           05  VN-ENTER-PGM           PIC X(8).
           05  VN-NOTICE-DATE         PIC 9(8).
           05  VN-WINDOW-END          PIC 9(8).
           05  VN-ITEM-DATE           PIC 9(8).
           05  VN-ITEM-BAL            PIC S9(7)V99 COMP-3.
           05  VN-INTEREST            PIC S9(7)V99 COMP-3.
           05  VN-FEES                PIC S9(7)V99 COMP-3.
           05  VN-CHARGES             PIC S9(7)V99 COMP-3.
           05  VN-CREDITS             PIC S9(7)V99 COMP-3.
           05  VN-CURR-BAL            PIC S9(7)V99 COMP-3.
           05  VN-DISP-DATE           PIC 9(8).
           05  VN-DISP-OPID           PIC X(3).
           05  VN-APPR-DATE           PIC 9(8).
           05  VN-APPR-OPID           PIC X(3).
           05  VN-VERIFY-DATE         PIC 9(8).
           05  FILLER                 PIC X(14).
