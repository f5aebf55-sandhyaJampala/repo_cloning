      *****************************************************************
      * PLASTIC - ONE RECORD PER CARD ISSUED ON AN ACCOUNT, KEYED BY
      *   ACCOUNT AND A TWO-DIGIT CARD SEQUENCE (ACCOUNT + SEQUENCE
      *   IS THE NUMBER EMBOSSED ON THE PLASTIC).  A CARD IS WRITTEN
      *   PENDING ('P') BY THE 'AC29' APPROVAL OF A NEW ACCOUNT (THE
      *   PRIMARY CARDHOLDER AND EACH AUTHORIZED BUYER), BY AN 'AC02'
      *   CHANGE THAT ADDS AN AUTHORIZED BUYER, AND BY THE 'AC39'
      *   LOST/STOLEN REPORT AS THE REPLACEMENT FOR THE CARD IT
      *   BLOCKS.  THE ACCT100 NIGHTLY RUN SENDS EVERY PENDING CARD
      *   TO THE EMBOSSING VENDOR AND MAKES IT ACTIVE ('A'), RENEWS
      *   AN ACTIVE CARD EXPIRING NEXT MONTH UNDER THE SAME NUMBER,
      *   AND CLOSES ('X') ONE THAT HAS EXPIRED.  A CARD REPORTED
      *   LOST ('L') OR STOLEN ('S') IS BLOCKED: 'AC24' DECLINES IT.
      *   PC-SLOT SAYS WHOSE CARD IT IS - 'P' THE PRIMARY
      *   CARDHOLDER, '1'-'4' THE AUTH1DO-AUTH4DO BUYER - SO A
      *   BUYER REMOVED OR REPLACED THROUGH AC02 HAS THE CARD
      *   CLOSED.  PC-REPL-SEQ ON A BLOCKED CARD NAMES ITS
      *   REPLACEMENT, AND ON THE REPLACEMENT THE CARD IT REPLACED.
      *   PC-EXPIRY IS CCYYMM, ZERO UNTIL THE CARD IS FIRST EMBOSSED;
      *   THE OTHER DATES ARE CCYYMMDD.
      *****************************************************************
           05  PC-KEY.
               10  PC-ACCT            PIC X(5).
               10  PC-SEQ             PIC 9(2).
           05  PC-STATUS              PIC X.
               88  PC-PENDING             VALUE 'P'.
               88  PC-ACTIVE              VALUE 'A'.
               88  PC-LOST                VALUE 'L'.
               88  PC-STOLEN              VALUE 'S'.
               88  PC-CLOSED              VALUE 'X'.
               88  PC-BLOCKED             VALUE 'L' 'S'.
           05  PC-HOLDER              PIC X(32).
           05  PC-SLOT                PIC X.
               88  PC-PRIMARY             VALUE 'P'.
           05  PC-REASON              PIC X.
               88  PC-FOR-NEW-ACCT        VALUE 'N'.
               88  PC-FOR-BUYER           VALUE 'B'.
               88  PC-FOR-RENEWAL         VALUE 'R'.
               88  PC-FOR-REPLACEMENT     VALUE 'L'.
           05  PC-EXPIRY              PIC 9(6).
           05  PC-EXPIRY-R REDEFINES PC-EXPIRY.
               10  PC-EXP-CCYY        PIC 9(4).
               10  PC-EXP-MM          PIC 9(2).
           05  PC-REQ-DATE            PIC 9(8).
           05  PC-ISSUE-DATE          PIC 9(8).
           05  PC-REPL-SEQ            PIC 9(2).
           05  PC-BLOCK-DATE          PIC 9(8).
           05  PC-OPID                PIC X(3).
           05  FILLER                 PIC X(13).
