      *****************************************************************
      * STMTMSG - MAINTAINABLE STATEMENT MESSAGE AND INSERT RULE IN
      *   THE CDTABLE/AC12 FAMILY (FILE CODE 'SM' ON THE AC12 SCREEN),
      *   KEYED BY A THREE-CHARACTER RULE NUMBER.  ACCT15 TRIES EVERY
      *   RULE IN KEY ORDER AGAINST EACH STATEMENT AND EVERY RULE THAT
      *   FITS CONTRIBUTES ITS MESSAGE AND ITS INSERT:
      *     SM-EFF-FROM/TO CCYYMMDD DATES THE RULE IS IN FORCE (A TO
      *                    DATE OF ZERO MEANS NO END)
      *     SM-CYCLE       BILLING CYCLE '1'-'4', SPACE FOR ANY
      *     SM-BUCKET      'CU' CURRENT, '30', '60', '90', '**' ANY
      *     SM-STATE       STATE ON THE ADDR3DO LINE, '**' ANY
      *     SM-LANG        'E' OR 'S', SPACE FOR ANY
      *     SM-SCODE       A SPECIAL CODE THE ACCOUNT CARRIES IN ANY
      *                    OF SCODE1DO-SCODE3DO, SPACE FOR ANY
      *     SM-SCORE-LO/HI SCOREDO RANGE (AN UNSCORED ACCOUNT IS 000;
      *                    A HIGH OF 000 MEANS NO UPPER LIMIT)
      *   THE MESSAGE TEXT ITSELF IS THE ACCTMSG ROW SM-MSG-NO (301-
      *   399 DOCUMENT TEXT) IN THE CUSTOMER'S LANGUAGE, SO MARKETING
      *   MAINTAINS THE WORDING ONCE PER LANGUAGE ON 'MS'; A MESSAGE
      *   NUMBER OF ZERO MEANS AN INSERT ONLY.  SM-INSERT IS THE
      *   PRINT VENDOR'S TWO-CHARACTER INSERT CODE, SPACES FOR NONE.
      *   A STATEMENT PRINTS AT MOST THREE MESSAGES AND PULLS AT MOST
      *   FIVE DIFFERENT INSERTS; THE LOWER RULE NUMBERS WIN.
      *****************************************************************
           05  SM-RULE                PIC X(3).
           05  SM-EFF-FROM            PIC 9(8).
           05  SM-EFF-TO              PIC 9(8).
           05  SM-CYCLE               PIC X.
           05  SM-BUCKET              PIC X(2).
           05  SM-STATE               PIC X(2).
           05  SM-LANG                PIC X.
           05  SM-SCODE               PIC X.
           05  SM-SCORE-LO            PIC 9(3).
           05  SM-SCORE-HI            PIC 9(3).
           05  SM-MSG-NO              PIC 9(4).
           05  SM-INSERT              PIC X(2).
           05  SM-DESC                PIC X(20).
           05  FILLER                 PIC X(2).
