      *****************************************************************
      * OFACHIT - ONE ROW PER POSSIBLE SANCTIONS MATCH, KEYED BY
      *   ACCOUNT AND THE SDNLIST ENTRY NUMBER IT MATCHED.  WRITTEN
      *   'H' (HELD) BY THE AC02 ADD SCREEN OR THE ACCT89 RESCAN,
      *   WHICH ALSO SET OFACDO 'H' ON THE MASTER; TURNED 'C'
      *   (CLEARED) WITH THE DATE AND OPERATOR WHEN COMPLIANCE CLEARS
      *   THE HOLD ON AC29.  A CLEARED ROW IS NOT RAISED AGAIN BY A
      *   LATER RESCAN - ONLY A NEW LIST ENTRY IS.  EVERY HIT AND
      *   CLEARANCE IS ALSO WRITTEN TO ACCTAUD AS A TYPE 'O' RECORD:
      *   AUD-IMAGE (1:1) 'H' OR 'C', (3:6) ENTRY NUMBER, (10:3)
      *   CLEARING OPERATOR, (14:12) LISTED SURNAME, (27:15) LISTED
      *   FIRST NAME, (43:8) SANCTIONS PROGRAM.  DATES ARE IN THE
      *   EIBDATE FORM.
      *****************************************************************
           05  OH-KEY.
               10  OH-ACCT            PIC X(5).
               10  OH-UID             PIC X(6).
           05  OH-STATUS              PIC X.
               88  OH-HELD                VALUE 'H'.
               88  OH-CLEARED             VALUE 'C'.
           05  OH-SRC                 PIC X.
               88  OH-FROM-ADD            VALUE 'A'.
               88  OH-FROM-RESCAN         VALUE 'R'.
           05  OH-HIT-DATE            PIC S9(7) COMP-3.
           05  OH-CLR-DATE            PIC S9(7) COMP-3.
           05  OH-CLR-OPID            PIC X(3).
           05  FILLER                 PIC X(6).
