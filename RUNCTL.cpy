      *   COUNTS ACROSS JOBS AND AGAINST THE PRIOR NIGHT AND FAILS
      *   THE STREAM LOUDLY WHEN THEY DISAGREE BEYOND TOLERANCE, SO
      *   A JOB RUNNING AGAINST A HALF-RESTORED FILE IS CAUGHT THE
      *   SAME NIGHT INSTEAD OF DAYS LATER.  THE RUN DATE IS THE
      *   SYSTEM BUSINESS DATE (SEE BUSDATE), AND RC-BUS-DATE CARRIES
      *   IT IN FULL SO ACCT34 CAN CONFIRM EVERY JOB IN THE STREAM
      *   RAN UNDER THE SAME BUSINESS DATE.
      *****************************************************************
           05  RC-JOB                 PIC X(8).
           05  RC-RUN-DATE            PIC 9(6).
           05  RC-READ-CNT            PIC 9(7).
           05  RC-WRITE-CNT           PIC 9(7).
           05  RC-COMP-CODE           PIC 9(2).
           05  RC-BUS-DATE            PIC 9(8).
           05  FILLER                 PIC X(2).
