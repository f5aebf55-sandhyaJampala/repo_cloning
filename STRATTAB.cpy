      *****************************************************************
      * STRATTAB - MAINTAINABLE COLLECTIONS TREATMENT-STRATEGY RULE IN
      *   THE CDTABLE/AC12 FAMILY (FILE CODE 'ST' ON THE AC12 SCREEN),
      *   KEYED BY A THREE-CHARACTER RULE NUMBER.  ACCT17 TRIES THE
      *   RULES IN KEY ORDER AND THE FIRST ONE THAT FITS A DELINQUENT
      *   ACCOUNT ASSIGNS ITS TREATMENT PATH:
      *     TR-BUCKET      '30', '60', '90', OR '**' FOR ANY BUCKET
      *     TR-SCORE-LO/HI SCOREDO RANGE (AN UNSCORED ACCOUNT IS 000;
      *                    A HIGH OF 000 MEANS NO UPPER LIMIT)
      *     TR-BAL-LO/HI   BALANCE RANGE IN WHOLE DOLLARS (A HIGH OF
      *                    00000 MEANS NO UPPER LIMIT)
      *     TR-HIST        ' ' ANY HISTORY, 'B' A BROKEN PROMISE ON
      *                    THE COLLWK ENTRY, 'P' PLACED WITH AN AGENCY
      *                    BEFORE (AGYPLACE), 'N' NEITHER
      *   THE CHAMPION PATH IS GIVEN TO EVERY ACCOUNT EXCEPT THE
      *   TR-CHAL-PCT PERCENT DRAWN AT RANDOM FOR THE CHALLENGER PATH.
      *   PATHS: 'S' STANDARD (QUEUE, COLLECTOR AND DIALER, AGENCY AT
      *   90 DAYS - THE TREATMENT GIVEN WHEN NO RULE FITS), 'L' LETTER
      *   ONLY (NOT QUEUED OR DIALED), 'D' DIALER ONLY (QUEUED FOR THE
      *   AUTODIALER, NOT SERVED ON AC10), 'C' COLLECTOR CALL (SERVED
      *   ON AC10, NOT SENT TO THE DIALER), 'A' EARLY AGENCY PLACEMENT
      *   (PLACED BY ACCT19 FROM 60 DAYS).
      *****************************************************************
           05  TR-RULE                PIC X(3).
           05  TR-BUCKET              PIC X(2).
           05  TR-SCORE-LO            PIC 9(3).
           05  TR-SCORE-HI            PIC 9(3).
           05  TR-BAL-LO              PIC 9(5).
           05  TR-BAL-HI              PIC 9(5).
           05  TR-HIST                PIC X.
           05  TR-CHAMP-PATH          PIC X.
           05  TR-CHAL-PATH           PIC X.
           05  TR-CHAL-PCT            PIC 9(2).
           05  TR-DESC                PIC X(20).
           05  FILLER                 PIC X(4).
