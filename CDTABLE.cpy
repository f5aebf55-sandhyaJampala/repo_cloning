      * CDTABLE - MAINTAINABLE CODE-VALIDATION LOOKUP RECORD, KEYED BY
      *   A ONE-CHARACTER CODE TYPE ('R' = REASON CODE, 'S' = SPECIAL
      *   CODE, 'A' = ADJUSTMENT REASON FOR THE AC18 TRANSACTION,
      *   'L' = CORRESPONDENCE LANGUAGE FOR THE LANGDO FIELD, 'D' =
      *   BILLING-DISPUTE REASON FOR THE AC33 TRANSACTION) PLUS
      *   THE CODE VALUE ITSELF. LETS VALID RSN/SCODE1D-3D VALUES BE
      *   MAINTAINED WITHOUT A PROGRAM CHANGE.  THE TYPE 'A' VALUE '*'
      *   ROW IS NOT A REASON: ITS DESCRIPTION CARRIES THE DOLLAR
      *   THRESHOLD (FIRST EIGHT CHARACTERS, '  999.99' FORM) ABOVE
      *   WHICH AN AC18 ADJUSTMENT DEMANDS SUPVTAB AUTHORITY, THE SAME
      *   WAY THE '*' RECORD ON CRLIMIT CARRIES THE LIMIT-APPROVAL
      *   THRESHOLD.  NO '*' ROW MEANS EVERY ADJUSTMENT DOES.  TYPE
      *   'A' VALUE 'D' IS HELD BACK FOR THE AC33 CREDIT POSTED WHEN A
      *   DISPUTE IS RESOLVED FOR THE CUSTOMER AND IS NOT KEYED AS AN
      *   AC18 REASON.  VALUE 'V' IS HELD BACK THE SAME WAY FOR THE
      *   ACCT98 CREDIT THAT VOIDS A STALE-DATED REFUND CHECK.
      *   TYPE 'X' IS THE ADVERSE-ACTION REASON PRINTED ON THE ACCT114
      *   NOTICE: THE AC29 REVIEWER KEYS ONE FOR A DECLINE, AND THE
      *   ACCT72 SCORING ASSIGNS '1' SERIOUSLY DELINQUENT, '2' PLACED
      *   FOR COLLECTION, '3' RETURNED PAYMENTS, '4' PAST DUE AND '5'
      *   LIMITED PAYMENT HISTORY TO THE DECREASES IT PROPOSES.
      *   TYPE 'Q' IS THE CUSTOMER-COMPLAINT CATEGORY KEYED ON THE AC45
      *   TRANSACTION; ITS DESCRIPTION HEADS THE CATEGORY'S LINE ON THE
      *   ACCT126 MONTHLY COMPLAINT REPORT.
      *****************************************************************
           05  CD-KEY.
               10  CD-TYPE                PIC X.
