      *****************************************************************
      * DEBTSALE - ONE 200-BYTE RECORD OF THE FILE CUT FOR THE DEBT
      *   BUYER BY THE ACCT112 SALE RUN.  A HEADER ('H') NAMES THE
      *   SALE; EACH ACCOUNT SOLD IS AN ACCOUNT RECORD ('A') FOLLOWED
      *   BY ONE HISTORY RECORD ('P') PER PAYHIST ENTRY ON THE
      *   ACCOUNT, OLDEST FIRST; A TRAILER ('T') CARRIES THE COUNTS,
      *   THE FACE VALUE SOLD AND THE PRICE.  AMOUNTS ARE THE USUAL
      *   '  999.99' DISPLAY FORM EXCEPT THE TRAILER TOTALS.  THE
      *   CHARGE-OFF, LAST-PAYMENT AND HISTORY DATES ARE MMDDYY AS
      *   THEY ARE CARRIED HERE; THE SALE DATE AND DATE OF BIRTH ARE
      *   CCYYMMDD.
      *****************************************************************
           05  DS-ACCOUNT.
               10  DS-REC-TYPE        PIC X.
                   88  DS-IS-HEADER       VALUE 'H'.
                   88  DS-IS-ACCOUNT      VALUE 'A'.
                   88  DS-IS-HISTORY      VALUE 'P'.
                   88  DS-IS-TRAILER      VALUE 'T'.
               10  DS-ACCT            PIC X(5).
               10  DS-SNAME           PIC X(12).
               10  DS-FNAME           PIC X(7).
               10  DS-MI              PIC X.
               10  DS-ADDR1           PIC X(24).
               10  DS-ADDR2           PIC X(24).
               10  DS-ADDR3           PIC X(16).
               10  DS-TEL             PIC X(10).
               10  DS-TIN             PIC X(9).
               10  DS-DOB             PIC X(8).
               10  DS-OPEN-DATE       PIC X(6).
               10  DS-LIMIT           PIC X(8).
               10  DS-CHGOFF-DATE     PIC 9(6).
               10  DS-CHGOFF-AMT      PIC X(8).
               10  DS-RECOVERED       PIC X(8).
               10  DS-FACE            PIC X(8).
               10  DS-LAST-PAY-DATE   PIC 9(6).
               10  DS-BANKRUPT        PIC X.
               10  DS-CEASE           PIC X.
               10  DS-TIME-BARRED     PIC X.
               10  DS-SALE-ID         PIC X(8).
               10  FILLER             PIC X(22).
           05  DS-HISTORY REDEFINES DS-ACCOUNT.
               10  FILLER             PIC X.
               10  DS-H-ACCT          PIC X(5).
               10  DS-H-SEQ           PIC 9(4).
               10  DS-H-AMT           PIC X(8).
               10  DS-H-DATE          PIC 9(6).
               10  DS-H-TYPE          PIC X.
               10  DS-H-RSN           PIC X.
               10  DS-H-SRC           PIC X.
               10  FILLER             PIC X(173).
           05  DS-HEADER REDEFINES DS-ACCOUNT.
               10  FILLER             PIC X.
               10  DS-HDR-SALE-ID     PIC X(8).
               10  DS-HDR-SALE-DATE   PIC 9(8).
               10  DS-HDR-BUYER       PIC X(20).
               10  FILLER             PIC X(163).
           05  DS-TRAILER REDEFINES DS-ACCOUNT.
               10  FILLER             PIC X.
               10  DS-TRL-ACCTS       PIC 9(7).
               10  DS-TRL-HIST        PIC 9(7).
               10  DS-TRL-FACE        PIC 9(9)V99.
               10  DS-TRL-PRICE       PIC 9(9)V99.
               10  FILLER             PIC X(163).
