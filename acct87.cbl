       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT87.
       REMARKS. THIS PROGRAM IS THE FIRST INVOKED BY THE 'AC34'
                TRANSACTION, WHICH KEEPS THE SECURED IDENTITY FILE -
                THE CUSTOMER'S TAXPAYER ID AND DATE OF BIRTH - THAT
                THE BUREAU EXTRACT AND THE YEAR-END 1099-C RUN NEED
                AND THAT ACCTFIL DOES NOT CARRY:
                  AC34 NNNNN                    - SHOW, MASKED.
                  AC34 NNNNN TTTTTTTTT K CCYYMMDD - RECORD THE NINE-
                        DIGIT NUMBER, ITS KIND K ('S' SSN, 'E' EIN,
                        'I' ITIN) AND THE DATE OF BIRTH (MAY BE LEFT
                        BLANK FOR AN EIN).
                AC02 HANDS THE OPERATOR HERE AS SOON AS AN ACCOUNT IS
                ADDED, PASSING THE ACCOUNT NUMBER, AND THE ADDING
                OPERATOR MAY KEY THAT ACCOUNT'S NUMBERS ONCE.  ANY
                OTHER ENTRY NEEDS THE 'T' GRANT ON THE OPERATOR'S
                OPAUTH ROW; A REFUSED ATTEMPT IS WRITTEN TO ACCTAUD
                AS A TYPE 'U' RECORD THE WAY AC02 WRITES ONE.  THE
                NUMBER IS NEVER SHOWN WHOLE: THE SCREEN AND THE TYPE
                'Y' ACCTAUD RECORD WRITTEN FOR EVERY CHANGE CARRY IT
                MASKED TO THE LAST FOUR DIGITS, AND THE DATE OF BIRTH
                TO ITS YEAR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  IDENT-LNG              PIC S9(4) COMP VALUE +40.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  ID-INPUT.
               04  II-ACCT            PIC X(5).
               04  FILLER             PIC X.
               04  II-TIN             PIC X(9).
               04  FILLER             PIC X.
               04  II-TYPE            PIC X.
               04  FILLER             PIC X.
               04  II-DOB             PIC X(8).
               04  II-DOB-R REDEFINES II-DOB.
                   06  II-DOB-CCYY    PIC 9(4).
                   06  II-DOB-MM      PIC 9(2).
                   06  II-DOB-DD      PIC 9(2).
           02  II-LNG                 PIC S9(4) COMP VALUE +26.
           02  II-DOB-N               PIC 9(8) VALUE 0.
           02  WS-ABSTIME             PIC S9(15) COMP-3.
           02  WS-CCYYMMDD            PIC 9(8).
           02  OPAUTH-RIDFLD          PIC X(3).
           02  ID-GRANT               PIC X VALUE 'T'.
           02  AUTH-CNT               PIC S9(4) COMP VALUE +0.
           02  AUTH-SW                PIC X VALUE 'N'.
               88  AUTH-OK                VALUE 'Y'.
           02  ID-FOUND-SW            PIC X VALUE 'N'.
               88  ID-ON-FILE             VALUE 'Y'.
           02  OLD-LAST4              PIC X(4) VALUE SPACES.
           02  MASK-TIN.
               04  FILLER             PIC X(7) VALUE 'XXX-XX-'.
               04  MASK-LAST4         PIC X(4).
           02  ID-MSG.
               04  ID-MSG-HEAD        PIC X(10).
               04  FILLER             PIC X(4) VALUE 'TIN '.
               04  ID-MSG-TIN         PIC X(11).
               04  FILLER             PIC X(6) VALUE ' KIND '.
               04  ID-MSG-TYPE        PIC X.
               04  FILLER             PIC X(5) VALUE ' DOB '.
               04  ID-MSG-DOB.
                   06  FILLER         PIC X(6) VALUE 'XX/XX/'.
                   06  ID-MSG-DOB-YR  PIC X(4).
               04  FILLER             PIC X(4) VALUE ' BY '.
               04  ID-MSG-OPID        PIC X(3).
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT87'.
               04  ERR-FN             PIC X.
               04  ERR-RCODE          PIC X.
       01  ACCTREC.
           COPY ACCTREC.
       01  IDENTITY-REC. COPY IDENTITY.
       01  OPAUTH-REC. COPY OPAUTH.
       01  ACCTAUD-REC. COPY ACCTAUD.
           COPY ACCTSET.
           COPY DFHAID.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-ACCT                PIC X(5).
           02  CA-MODE                PIC X.
       PROCEDURE DIVISION.
       INIT.
           EXEC CICS HANDLE CONDITION NOTFND(NO-ACCT-RECORD)
               ERROR(NO-GOOD) END-EXEC.
           MOVE LOW-VALUES TO ACCTMSGO.
           IF EIBCALEN > 0 AND EIBAID = DFHCLEAR,
               MOVE 'IDENTITY NOT KEYED - ENTER IT LATER THROUGH AC34'
                   TO MSGO, GO TO SEND-MSG.
           MOVE SPACES TO ID-INPUT.
           EXEC CICS RECEIVE INTO(ID-INPUT) LENGTH(II-LNG)
               RESP(WS-RESP) END-EXEC.
       CK-ACCTNO.
           IF II-ACCT = SPACES,
               MOVE 'ACCOUNT REQUIRED - AC34 12345 123456789 S 19700131'
                   TO MSGO, GO TO SEND-MSG.
           IF II-ACCT < '10000' OR II-ACCT > '99999' OR
               II-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGO, GO TO SEND-MSG.
           IF II-TIN NOT = SPACES GO TO CK-AUTHORITY.
       SHOW-IDENT.
           MOVE II-ACCT TO ID-ACCT.
           EXEC CICS READ DATASET('IDENTITY') INTO(IDENTITY-REC)
               RIDFLD(ID-ACCT) LENGTH(IDENT-LNG) RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL),
               MOVE 'NO IDENTITY RECORD FOR THIS ACCOUNT' TO MSGO,
               GO TO SEND-MSG.
           IF NOT ID-CAPTURED,
               MOVE 'IDENTITY NOT YET KEYED FOR THIS ACCOUNT' TO MSGO,
               GO TO SEND-MSG.
           MOVE 'ON FILE:' TO ID-MSG-HEAD.
           PERFORM FILL-ID-MSG THRU FILL-ID-MSG-EXIT.
           GO TO SEND-MSG.
      *****************************************************************
      * THE OPERATOR WHO HAS JUST ADDED THE ACCOUNT KEYS ITS NUMBERS
      * ON THE SCREEN AC02 HANDS OVER.  EVERY OTHER ENTRY NEEDS THE
      * 'T' GRANT ON OPAUTH; NO ROW MEANS NO GRANT.
      *****************************************************************
       CK-AUTHORITY.
           MOVE 'N' TO AUTH-SW.
           IF EIBCALEN > 0 AND CA-MODE = 'A' AND CA-ACCT = II-ACCT,
               MOVE 'Y' TO AUTH-SW, GO TO EDIT-TIN.
           MOVE EIBOPID TO OPAUTH-RIDFLD.
           EXEC CICS READ DATASET('OPAUTH') INTO(OPAUTH-REC)
               RIDFLD(OPAUTH-RIDFLD) RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL),
               MOVE 0 TO AUTH-CNT,
               INSPECT OA-REQS TALLYING AUTH-CNT FOR ALL ID-GRANT,
               IF AUTH-CNT > 0, MOVE 'Y' TO AUTH-SW.
           IF NOT AUTH-OK,
               PERFORM WRITE-UNAUTH THRU WRITE-UNAUTH-EXIT,
               MOVE 'NOT AUTHORIZED TO MAINTAIN TAXPAYER IDENTITY'
                   TO MSGO, GO TO SEND-MSG.
       EDIT-TIN.
           IF II-TIN NOT NUMERIC OR II-TIN = '000000000',
               MOVE 'TAXPAYER ID MUST BE NINE DIGITS' TO MSGO,
               GO TO SEND-MSG.
           IF II-TYPE NOT = 'S' AND II-TYPE NOT = 'E' AND
               II-TYPE NOT = 'I',
               MOVE 'KIND MUST BE S (SSN), E (EIN) OR I (ITIN)' TO MSGO,
               GO TO SEND-MSG.
           IF II-TYPE = 'S' AND (II-TIN (1:3) = '000' OR
               II-TIN (1:3) = '666' OR II-TIN (1:1) = '9' OR
               II-TIN (4:2) = '00' OR II-TIN (6:4) = '0000'),
               MOVE 'NOT A VALID SOCIAL SECURITY NUMBER' TO MSGO,
               GO TO SEND-MSG.
           IF II-TYPE = 'I' AND II-TIN (1:1) NOT = '9',
               MOVE 'AN ITIN ALWAYS BEGINS WITH 9' TO MSGO,
               GO TO SEND-MSG.
       EDIT-DOB.
           MOVE 0 TO II-DOB-N.
           IF II-TYPE = 'E' AND (II-DOB = SPACES OR II-DOB = ZEROS),
               GO TO APPLY-IDENT.
           IF II-DOB NOT NUMERIC,
               MOVE 'DATE OF BIRTH MUST BE CCYYMMDD' TO MSGO,
               GO TO SEND-MSG.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           MOVE II-DOB TO II-DOB-N.
           IF II-DOB-MM < 1 OR II-DOB-MM > 12 OR II-DOB-DD < 1 OR
               II-DOB-DD > 31 OR II-DOB-CCYY < 1900 OR
               II-DOB-N > WS-CCYYMMDD,
               MOVE 'DATE OF BIRTH NOT VALID - CCYYMMDD, NOT IN FUTURE'
                   TO MSGO, GO TO SEND-MSG.
       APPLY-IDENT.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(II-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) END-EXEC.
           MOVE 'N' TO ID-FOUND-SW.
           MOVE II-ACCT TO ID-ACCT.
           EXEC CICS READ DATASET('IDENTITY') INTO(IDENTITY-REC)
               RIDFLD(ID-ACCT) LENGTH(IDENT-LNG) UPDATE RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL),
               MOVE 'Y' TO ID-FOUND-SW
           ELSE
               MOVE SPACES TO IDENTITY-REC,
               MOVE II-ACCT TO ID-ACCT.
           IF ID-ON-FILE AND ID-CAPTURED,
               MOVE ID-TIN-LAST4 TO OLD-LAST4,
               MOVE 'ID CHANGE' TO AUD-TITLE
           ELSE
               MOVE SPACES TO OLD-LAST4,
               MOVE 'ID CAPTURE' TO AUD-TITLE.
           MOVE 'C' TO ID-STATUS.
           MOVE II-TIN TO ID-TIN.
           MOVE II-TYPE TO ID-TIN-TYPE.
           MOVE II-DOB-N TO ID-DOB.
           MOVE EIBDATE TO ID-UPD-DATE.
           MOVE EIBOPID TO ID-UPD-OPID.
           IF ID-ON-FILE,
               EXEC CICS REWRITE DATASET('IDENTITY')
                   FROM(IDENTITY-REC) LENGTH(IDENT-LNG) END-EXEC
           ELSE
               EXEC CICS WRITE DATASET('IDENTITY') FROM(IDENTITY-REC)
                   RIDFLD(ID-ACCT) KEYLENGTH(5) END-EXEC.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'RECORDED:' TO ID-MSG-HEAD.
           PERFORM FILL-ID-MSG THRU FILL-ID-MSG-EXIT.
       SEND-MSG.
           EXEC CICS SEND MAP('ACCTMSG') MAPSET('ACCTSET')
               FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
       NO-ACCT-RECORD.
           MOVE 'NO LOCAL RECORD OF THIS ACCOUNT NUMBER' TO MSGO.
           GO TO SEND-MSG.
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CCYYMMDD) END-EXEC.
       GET-TODAY-EXIT.
           EXIT.
      *    THE NUMBER SHOWS ONLY ITS LAST FOUR DIGITS AND THE DATE OF
      *    BIRTH ONLY ITS YEAR.
       FILL-ID-MSG.
           MOVE ID-TIN-LAST4 TO MASK-LAST4.
           MOVE MASK-TIN TO ID-MSG-TIN.
           MOVE ID-TIN-TYPE TO ID-MSG-TYPE.
           IF ID-DOB = 0,
               MOVE 'NONE' TO ID-MSG-DOB-YR
           ELSE
               MOVE ID-DOB (1:4) TO ID-MSG-DOB-YR.
           MOVE ID-UPD-OPID TO ID-MSG-OPID.
           MOVE ID-MSG TO MSGO.
       FILL-ID-MSG-EXIT.
           EXIT.
      *    THE JOURNAL CARRIES THE OLD AND NEW NUMBERS MASKED, NEVER
      *    WHOLE, WITH THE KIND, THE BIRTH YEAR AND THE OPERATOR.
       WRITE-JOURNAL.
           MOVE II-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'Y' TO AUD-REQC.
           MOVE SPACES TO AUD-IMAGE.
           IF OLD-LAST4 NOT = SPACES,
               MOVE OLD-LAST4 TO MASK-LAST4,
               MOVE MASK-TIN TO AUD-IMAGE (1:11).
           MOVE ID-TIN-LAST4 TO MASK-LAST4.
           MOVE MASK-TIN TO AUD-IMAGE (13:11).
           MOVE ID-TIN-TYPE TO AUD-IMAGE (25:1).
           MOVE ID-DOB (1:4) TO AUD-IMAGE (27:4).
           MOVE EIBOPID TO AUD-IMAGE (32:3).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) END-EXEC.
       WRITE-JOURNAL-EXIT.
           EXIT.
       WRITE-UNAUTH.
           MOVE II-ACCT TO AUD-ACCT.
           MOVE EIBDATE TO AUD-DATE, MOVE EIBTIME TO AUD-TIME.
           MOVE 1 TO AUD-SEQ.
           MOVE EIBTRMID TO AUD-TERM, MOVE 'U' TO AUD-REQC.
           MOVE 'UNAUTH ID' TO AUD-TITLE.
           MOVE SPACES TO AUD-IMAGE.
           MOVE EIBOPID TO AUD-IMAGE (1:3).
           MOVE ID-GRANT TO AUD-IMAGE (5:1).
           EXEC CICS WRITE DATASET('ACCTAUD') FROM(ACCTAUD-REC)
               RIDFLD(AUD-KEY) KEYLENGTH(15) RESP(WS-RESP) END-EXEC.
       WRITE-UNAUTH-EXIT.
           EXIT.
       NO-GOOD.
           MOVE EIBFN TO ERR-FN, MOVE EIBRCODE TO ERR-RCODE.
           EXEC CICS HANDLE CONDITION ERROR END-EXEC.
           EXEC CICS LINK PROGRAM('ACCT04')
               COMMAREA(COMMAREA-FOR-ACCT04) LENGTH(10) END-EXEC.
           GOBACK.
