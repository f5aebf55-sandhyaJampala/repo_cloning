      *     'OK' APPROVED          'ST' BLOCKING STATUS CODE
      *     'BK' BANKRUPTCY HOLD   'ML' RETURNED-MAIL HOLD
      *     'LM' OVER CREDIT LIMIT 'NF' NO SUCH ACCOUNT
      *     'DC' CUSTOMER DECEASED  'FR' FRAUD-PATTERN RULE HIT
      *                             OR FRAUD REVIEW OPEN
      *     'CB' CARD LOST/STOLEN   'CX' CARD CLOSED, EXPIRED,
      *                             NOT ISSUED OR NOT ON FILE
      *   AL-ADDR-FLAG IS 'A' WHEN THE ACCOUNT'S ADDRESS CHANGED ON
      *   THE ACCTAUD IMAGES WITHIN THE FRAUDRUL 'AR' WINDOW BEFORE
      *   THE DECISION, SO THE AUTHORIZATION IS REVIEWED ALONG WITH
      *   THE ADDRESS-CHANGE CONFIRMATION LETTERS.
      *****************************************************************
           05  AL-KEY.
               10  AL-DATE            PIC S9(7) COMP-3.
           05  AL-REASON              PIC X(2).
           05  AL-OPID                PIC X(3).
           05  AL-TERM                PIC X(4).
           05  AL-ADDR-FLAG           PIC X.
               88  AL-ADDR-REVIEW         VALUE 'A'.
