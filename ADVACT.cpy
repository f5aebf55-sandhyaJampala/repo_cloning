      *****************************************************************
      * ADVACT - ADVERSE-ACTION NOTICE QUEUE, KEYED BY ACCOUNT PLUS
      *   THE EIBDATE/EIBTIME OF THE DECISION.  WRITTEN (STATUS 'S')
      *   BY THE 'AC29' REVIEW WHEN AN APPLICATION IS DECLINED AND BY
      *   THE 'AC11' REVIEW WHEN A LIMIT DECREASE IS APPROVED; THE
      *   NIGHTLY ACCT114 STEP MAILS THE NOTICE AND MARKS IT 'C' WITH
      *   THE MAIL DATE.  THE NAME AND ADDRESS ARE TAKEN AT THE
      *   DECISION, SINCE A DECLINED APPLICATION'S MASTER RECORD IS
      *   ERASED.  UP TO FOUR PRINCIPAL REASONS ARE CARRIED AS
      *   CDTABLE TYPE 'X' CODES, MOST SIGNIFICANT FIRST - THE
      *   REVIEWER'S CODE FOR A DECLINE, THE ACCT72 SCORE FACTORS FOR
      *   A DECREASE.  THE LIMITS ARE THE USUAL '  999.99' FORM.
      *****************************************************************
           05  AV-KEY.
               10  AV-ACCT            PIC X(5).
               10  AV-DATE            PIC S9(7) COMP-3.
               10  AV-TIME            PIC S9(7) COMP-3.
           05  AV-KIND                PIC X.
               88  AV-DECLINE             VALUE 'D'.
               88  AV-DECREASE            VALUE 'L'.
           05  AV-STATUS              PIC X.
               88  AV-SCHEDULED           VALUE 'S'.
               88  AV-COMPLETE            VALUE 'C'.
           05  AV-OPID                PIC X(3).
           05  AV-REASONS.
               10  AV-RSN             PIC X OCCURS 4 TIMES.
           05  AV-OLD-LIMIT           PIC X(8).
           05  AV-NEW-LIMIT           PIC X(8).
           05  AV-SCORE               PIC X(3).
           05  AV-FNAME               PIC X(7).
           05  AV-SNAME               PIC X(12).
           05  AV-ADDR1               PIC X(24).
           05  AV-ADDR2               PIC X(24).
           05  AV-ADDR3               PIC X(16).
           05  AV-LANG                PIC X.
           05  AV-MAIL-DATE           PIC 9(8).
           05  FILLER                 PIC X(7).
