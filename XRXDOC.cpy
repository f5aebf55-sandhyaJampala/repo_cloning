      *   THE HASH-TOTAL BY SPECIAL-HANDLING CODE ON THE MXBPB510
      *   CONTROL REPORT, SO EVERY DOCUMENT WE MAIL GETS THE SAME
      *   PAGE/DOCUMENT/ENVELOPE CONTROL TOTALS.  THE HASH TOTAL IS
      *   THE DOCUMENT AMOUNT IN CENTS.  ON A STATEMENT (FORM
      *   ACSTMT0-) THE LAST TEN BYTES OF THE UNIQUE KEY CARRY UP TO
      *   FIVE TWO-CHARACTER INSERT CODES FOR THE PRINT VENDOR'S
      *   INSERTER, REPEATED ON EVERY PAGE OF THE DOCUMENT, AND
      *   MXBPB510 COUNTS THE INSERTS PULLED BY CODE.
      *****************************************************************
           05  XRX-SPECIAL-HANDLING   PIC X(2).
           05  XRX-FORM-NAME          PIC X(8).
           05  XRX-CUST-NO            PIC 9(6).
           05  XRX-CUST-LOC-NO       PIC 9(4).
           05  XRX-UNIQUE-KEY         PIC X(25).
           05  XRX-UNIQUE-KEY-STMT REDEFINES XRX-UNIQUE-KEY.
               10  FILLER             PIC X(15).
               10  XRX-INSERT-CODES.
                   15  XRX-INSERT-CODE PIC X(2) OCCURS 5 TIMES.
           05  XRX-HASH-TOTAL         PIC 9(15).
           05  XRX-PAGE-NO            PIC 9(3).
           05  XRX-TEXT               PIC X(225).
