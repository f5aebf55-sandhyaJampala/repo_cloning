                        ITS LIST LINE); THE REQUEST LANDS ON CORRRQ
                        AND THE NIGHTLY ACCT64 STEP MAILS THE COPY
                        UNDER THE REPRINT HANDLING CODE.
                EACH LINE ENDS WITH THE DATE THE PRINT VENDOR
                CONFIRMED THE PIECE MAILED (LOADED BY ACCT128),
                'PENDING' UNTIL IT DOES, OR 'NOT MAILED' ONCE IT IS
                OVERDUE - SUCH A PIECE IS NOT NOTICE TO THE CUSTOMER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  CORRHIST-LNG           PIC S9(4) COMP VALUE +270.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  CB-INPUT.
               04  CI-CMD             PIC X.
               04  CHL-HAND           PIC X(2).
               04  FILLER             PIC X VALUE SPACE.
               04  CHL-TEXT           PIC X(30).
               04  FILLER             PIC X VALUE SPACE.
               04  CHL-MAIL           PIC X(10).
           02  CHL-MAIL-DATE          PIC 9999/99/99.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT63'.
               04  ERR-FN             PIC X.
           MOVE CH-FORM TO CHL-FORM.
           MOVE CH-HANDLING TO CHL-HAND.
           MOVE CH-TEXT (1:30) TO CHL-TEXT.
           MOVE SPACES TO CHL-MAIL.
           IF CH-MAILED,
               MOVE CH-MAIL-DATE TO CHL-MAIL-DATE,
               MOVE CHL-MAIL-DATE TO CHL-MAIL.
           IF CH-MAIL-WAITING, MOVE 'PENDING' TO CHL-MAIL.
           IF CH-NOT-MAILED, MOVE 'NOT MAILED' TO CHL-MAIL.
           IF CH-E-DELIVERED, MOVE 'ELECTRONIC' TO CHL-MAIL.
           MOVE CH-LINE TO SUMLNMO (LINE-CNT).
           MOVE CH-KEY TO CHB-LAST-KEY.
           GO TO BROWSE-LOOP.
