                  AC28 U NNNNN       - UNLINK THE ACCOUNT.
                  AC28 NNNNN         - SHOW THE ACCOUNT'S HOUSEHOLD
                        AND UP TO SIX FELLOW MEMBERS.
                  AC28 M NNNNN       - THE CUSTOMER HAS OPTED OUT OF
                        HOUSEHOLD MAILING: MAIL THIS ACCOUNT'S
                        STATEMENTS AND LETTERS IN ITS OWN ENVELOPE.
                  AC28 C NNNNN       - CLEAR THE OPT-OUT.
                EVERY LINK, UNLINK AND OPT-OUT CHANGE IS JOURNALED TO
                THE ACCTAUD TRAIL AS A TYPE 'J' RECORD.  CONFIRMED
                NON-DUPLICATE PAIRS OFF THE ACCT26 REPORT ARE THE
                USUAL FEED.
                ACCT21 AND THE AC24 AUTHORIZATION WORK COMBINED
                HOUSEHOLD EXPOSURE FROM THESE LINKS.
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC.
           02  ACCT-LNG               PIC S9(4) COMP VALUE +383.
           02  HHXREF-LNG             PIC S9(4) COMP VALUE +11.
           02  WS-RESP                PIC S9(8) COMP VALUE +0.
           02  HH-INPUT.
               04  HI-CMD             PIC X.
               04  FILLER             PIC X(20) VALUE
                   'HOUSEHOLD MEMBERS - '.
               04  HH-MSG-ID          PIC X(5).
               04  HH-MSG-SEP         PIC X(20) VALUE SPACES.
           02  COMMAREA-FOR-ACCT04.
               04  ERR-PGRMID         PIC X(8) VALUE 'ACCT71'.
               04  ERR-FN             PIC X.
       01  HHXREF-REC2.
           05  HX2-ACCT               PIC X(5).
           05  HX2-HHID               PIC X(5).
           05  FILLER                 PIC X.
       01  ACCTAUD-REC. COPY ACCTAUD.
           COPY ACCTSET.
           COPY DFHAID.
               RESP(WS-RESP) END-EXEC.
           IF HI-CMD = 'L' GO TO LINK-PAIR.
           IF HI-CMD = 'U' GO TO UNLINK-ONE.
           IF HI-CMD = 'M' OR HI-CMD = 'C' GO TO SET-MAIL-PREF.
       SHOW-HOUSEHOLD.
           IF HB-ACCT NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
           EXEC CICS READ DATASET('HHXREF') INTO(HHXREF-REC)
               RIDFLD(HX-ACCT) LENGTH(HHXREF-LNG) END-EXEC.
           MOVE HX-HHID TO WS-HHID, HH-MSG-ID.
           IF HX-MAIL-SEPARATE
               MOVE ' - MAILED SEPARATELY' TO HH-MSG-SEP.
           MOVE HH-MSG TO MSGMO.
           PERFORM LIST-MEMBERS THRU LIST-MEMBERS-EXIT.
           GO TO SEND-SCREEN.
           GO TO SEND-SCREEN.
       PUT-LINK.
           MOVE WS-HHID TO HX-HHID.
           MOVE SPACE TO HX-MAIL-SEP.
           EXEC CICS WRITE DATASET('HHXREF') FROM(HHXREF-REC)
               RIDFLD(HX-ACCT) KEYLENGTH(5) RESP(WS-RESP) END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           MOVE 'ACCOUNT REMOVED FROM ITS HOUSEHOLD' TO MSGMO.
           GO TO SEND-SCREEN.
      *****************************************************************
      * A HOUSEHOLD MEMBER WHO WANTS THEIR OWN MAIL KEEPS THE LINK (THE
      * COMBINED EXPOSURE STILL COUNTS) BUT IS LEFT OUT OF THE SHARED
      * ENVELOPE BY ACCT15 AND ACCT16.
      *****************************************************************
       SET-MAIL-PREF.
           IF HI-ACCT1 NOT NUMERIC,
               MOVE 'ACCOUNT NO. MUST BE NUMERIC, 10000 TO 99999'
                   TO MSGMO, GO TO SEND-SCREEN.
           EXEC CICS HANDLE CONDITION NOTFND(NOT-LINKED) END-EXEC.
           MOVE HI-ACCT1 TO HX-ACCT.
           EXEC CICS READ DATASET('HHXREF') INTO(HHXREF-REC)
               RIDFLD(HX-ACCT) LENGTH(HHXREF-LNG) UPDATE END-EXEC.
           MOVE HX-HHID TO WS-HHID.
           IF HI-CMD = 'M'
               MOVE 'S' TO HX-MAIL-SEP
               MOVE 'HH SEP ON' TO AUD-TITLE
               MOVE 'ACCOUNT WILL BE MAILED SEPARATELY' TO MSGMO
           ELSE
               MOVE SPACE TO HX-MAIL-SEP
               MOVE 'HH SEP OFF' TO AUD-TITLE
               MOVE 'ACCOUNT BACK IN THE HOUSEHOLD ENVELOPE' TO MSGMO.
           EXEC CICS REWRITE DATASET('HHXREF') FROM(HHXREF-REC)
               LENGTH(HHXREF-LNG) END-EXEC.
           MOVE HI-ACCT1 TO AUD-ACCT.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           GO TO SEND-SCREEN.
       NOT-LINKED.
           MOVE 'ACCOUNT IS NOT LINKED TO A HOUSEHOLD' TO MSGMO.
           GO TO SEND-SCREEN.
