      *****************************************************************
      * BUSDATE - THE SYSTEM BUSINESS-DATE CONTROL RECORD.  ONE
      *   RECORD, KEYED 'BUSDATE', THAT EVERY BATCH JOB (THROUGH THE
      *   CBLPGM03 SUBROUTINE) AND EVERY ON-LINE POSTING READS FOR ITS
      *   POSTING AND REPORT DATE, SO A STREAM THAT RUNS PAST MIDNIGHT
      *   OR A PAYMENT KEYED LATE IN THE EVENING LANDS ON THE SAME DAY
      *   EVERYWHERE.  THE ACCT118 END-OF-DAY STEP ROLLS IT FORWARD
      *   THROUGH THE CBLPGM02 CALENDAR, SKIPPING WEEKENDS AND
      *   HOLIDAYS.  ALL DATES ARE CCYYMMDD.  AN ON-LINE POSTING MADE
      *   AT OR AFTER BD-CUTOFF-TIME (HHMMSS) - OR AFTER MIDNIGHT
      *   BEFORE THE ROLL HAS RUN - CARRIES BD-NEXT-DATE.
      *****************************************************************
           05  BD-KEY                 PIC X(8).
           05  BD-CURR-DATE           PIC 9(8).
           05  BD-PREV-DATE           PIC 9(8).
           05  BD-NEXT-DATE           PIC 9(8).
           05  BD-CUTOFF-TIME         PIC 9(6).
      *        CALENDAR DATE AND TIME OF THE LAST ROLL, SO A SECOND
      *        ROLL THE SAME NIGHT IS REFUSED.
           05  BD-ROLL-DATE           PIC 9(8).
           05  BD-ROLL-TIME           PIC 9(6).
           05  FILLER                 PIC X(28).
