           EXEC CICS READNEXT DATASET('ACCTTEL') INTO(ACCTTEL-REC)
               LENGTH(TEL-LNG) RIDFLD(TL-KEY) END-EXEC.
           IF TL-TEL NOT = WT-TEL GO TO TEL-FULL.
      *    ADDITIONAL TELNUM NUMBERS CARRY AN IMAGE NOBODY REFRESHES,
      *    SO THE LINE COMES FROM THE MASTER ITSELF.
           EXEC CICS READ DATASET('ACCTFIL') RIDFLD(TL-ACCT)
               INTO(ACCTREC) LENGTH(ACCT-LNG) RESP(WS-RESP) END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) GO TO TEL-LOOP.
           PERFORM FILL-IX-LINE THRU FILL-IX-LINE-EXIT.
           GO TO TEL-LOOP.
       TEL-FULL.
