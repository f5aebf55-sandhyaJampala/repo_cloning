      *****************************************************************
      * FRAUDRUL - MAINTAINABLE AUTHORIZATION FRAUD-PATTERN RULE,
      *   KEYED BY A TWO-CHARACTER RULE CODE, IN THE CDTABLE/AC12
      *   FAMILY (FILE CODE 'FR' ON THE AC12 SCREEN).  THE 'AC24'
      *   AUTHORIZATION TESTS EVERY RULE WHOSE FR-ACTIVE IS 'Y'
      *   BEFORE IT APPROVES; A RULE WITH NO ROW, OR NOT ACTIVE, IS
      *   NOT TESTED.  THE RULES AND WHAT THE NUMBERS MEAN:
      *     'VE' VELOCITY - MORE THAN FR-LIMIT APPROVALS ON AUTHLOG
      *          WITHIN THE LAST FR-WINDOW HOURS.
      *     'SZ' CHARGE SIZE - A PURCHASE OF AT LEAST FR-MIN-AMT
      *          AND MORE THAN FR-LIMIT TIMES THE ACCOUNT'S AVERAGE
      *          PAYHIST CHARGE, ONCE THE ACCOUNT HAS AT LEAST
      *          FR-WINDOW CHARGES TO AVERAGE.
      *     'AD' ADDRESS CHANGE - THE ADDRESS ON THE ACCTAUD IMAGES
      *          CHANGED WITHIN THE LAST FR-WINDOW DAYS.
      *     'AR' ADDRESS-CHANGE REVIEW - NOT A DECLINE RULE: EVERY
      *          AC24 DECISION ON AN ACCOUNT WHOSE ADDRESS CHANGED
      *          WITHIN THE LAST FR-WINDOW DAYS IS FLAGGED ON ITS
      *          AUTHLOG RECORD FOR REVIEW.  WITH NO ROW THE WINDOW
      *          IS 30 DAYS; A ROW NOT ACTIVE TURNS THE FLAG OFF.
      *   A HIT DECLINES WITH REASON 'FR', MOVES THE ACCOUNT TO
      *   FR-REVIEW-STAT WHEN THE STATTAB RULES ALLOW IT, AND QUEUES
      *   IT ON FRAUDREV FOR THE 'AC38' SUPERVISOR REVIEW, WHICH
      *   MOVES IT TO FR-CONF-STAT IF THE FRAUD IS CONFIRMED.  BLANK
      *   STATUSES MEAN 'FR' AND 'CL'.  FR-MIN-AMT IS THE USUAL
      *   '  999.99' DISPLAY FORM.
      *****************************************************************
           05  FR-RULE                PIC X(2).
               88  FR-VELOCITY            VALUE 'VE'.
               88  FR-CHARGE-SIZE         VALUE 'SZ'.
               88  FR-ADDR-CHANGE         VALUE 'AD'.
           05  FR-ACTIVE              PIC X.
           05  FR-LIMIT               PIC 9(3).
           05  FR-WINDOW              PIC 9(3).
           05  FR-MIN-AMT             PIC X(8).
           05  FR-REVIEW-STAT         PIC X(2).
           05  FR-CONF-STAT           PIC X(2).
           05  FR-DESC                PIC X(20).
