      *****************************************************************
      * ABTLINK - LINKAGE AREA FOR THE CBLPGM05 BATCH ABEND ROUTINE.
      *   AN ACCT BATCH PROGRAM THAT GETS A HARD FILE STATUS FILLS IN
      *   THE PROGRAM, THE FILE (DD NAME) AND WHETHER IT IS VSAM OR
      *   SEQUENTIAL, THE OPERATION, THE STATUS AND THE RECORD KEY OR
      *   RECORD IN HAND, AND CALLS CBLPGM05, WHICH BUILDS THE STANDARD
      *   MXWW03 ABEND INFORMATION AND ENDS THE STEP THROUGH MXBPCABT.
      *   ABL-TEXT IS ANY FURTHER LINE FOR THE ERROR-TABLE COMMENT,
      *   SUCH AS WHERE A RESTARTABLE JOB'S CHECKPOINT STANDS.
      *   ABL-HARD-ERROR IS THE TEST FOR A STATUS THE PROGRAM CANNOT
      *   GO ON FROM: ANY PERMANENT, LOGIC OR VSAM ERROR.  END OF FILE,
      *   DUPLICATE AND NOT-FOUND ARE LEFT TO THE PROGRAM, AND '97'
      *   (OPENED AFTER AN IMPLICIT VERIFY) IS A GOOD OPEN.
      *****************************************************************
           05  ABL-PGM-NAME           PIC X(8).
           05  ABL-FILE-NAME          PIC X(8).
           05  ABL-FILE-ORG           PIC X.
               88  ABL-VSAM               VALUE 'V'.
               88  ABL-SEQ                VALUE 'S'.
           05  ABL-FUNCTION           PIC X(8).
           05  ABL-STATUS             PIC X(2).
               88  ABL-HARD-ERROR         VALUE '30' THRU '96'
                                                '98' '99'.
           05  ABL-KEY                PIC X(72).
           05  ABL-TEXT               PIC X(72).
