      *****************************************************************
      * SDNLIST - LOADED COPY OF THE GOVERNMENT SANCTIONS (OFAC SDN)
      *   LIST, ONE ROW PER LISTED NAME, KEYED BY SURNAME (FIRST 12
      *   CHARACTERS, UPPER CASE, THE SAME WIDTH AS SNAMEDO) AND THE
      *   LIST'S OWN ENTRY NUMBER, SO A SCREEN CAN START A BROWSE AT
      *   THE CUSTOMER'S SURNAME AND READ ONLY THE ROWS THAT SHARE IT.
      *   REBUILT WHOLE BY THE ACCT88 LOADER EVERY TIME THE LIST IS
      *   UPDATED; READ BY THE AC02 ADD SCREEN AND THE ACCT89 RESCAN.
      *   AN ENTITY ROW (SDN-IS-ENTITY) CARRIES THE FIRST 12 OF THE
      *   ENTITY NAME AS ITS SURNAME AND NO FIRST NAME.
      *****************************************************************
           05  SDN-KEY.
               10  SDN-SNAME          PIC X(12).
               10  SDN-UID            PIC X(6).
           05  SDN-FNAME              PIC X(15).
           05  SDN-ADDR1              PIC X(24).
           05  SDN-ADDR3              PIC X(16).
           05  SDN-PROGRAM            PIC X(8).
           05  SDN-TYPE               PIC X.
               88  SDN-IS-PERSON          VALUE 'I'.
               88  SDN-IS-ENTITY          VALUE 'E'.
           05  FILLER                 PIC X(18).
