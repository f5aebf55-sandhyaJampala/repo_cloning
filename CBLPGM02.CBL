      *             '2' - NEXT BUSINESS DAY ON/AFTER DATE-1             00130000
      *             '3' - PREVIOUS BUSINESS DAY ON/BEFORE DATE-1        00140000
      *             '4' - BUSINESS DAYS AFTER DATE-1, THROUGH DATE-2    00150000
      *             '5' - NEXT BUSINESS DAY STRICTLY AFTER DATE-1
      *           A BUSINESS DAY IS MONDAY THROUGH FRIDAY AND NOT ON    00160000
      *           THE MAINTAINABLE HOLIDAYS FILE (ONE CCYYMMDD PER      00170000
      *           RECORD), WHICH IS LOADED ON THE FIRST CALL.  A BAD    00180000
             88 LINK-NEXT-BUSDAY    VALUE '2'.                          00680000
             88 LINK-PREV-BUSDAY    VALUE '3'.                          00690000
             88 LINK-DAYS-BETWEEN   VALUE '4'.                          00700000
             88 LINK-NEXT-AFTER     VALUE '5'.
          05 LINK-DATE-1      PIC 9(08).                                00710000
          05 LINK-DATE-2      PIC 9(08).                                00720000
          05 LINK-BUSDAY-SW   PIC X(01).                                00730000
           IF LINK-DAYS-BETWEEN                                         01020000
               PERFORM 6000-DAYS-BETWEEN THRU 6000-EXIT                 01030000
               GO TO 0000-GOBACK.                                       01040000
           IF LINK-NEXT-AFTER
               PERFORM 3500-STEP-FORWARD THRU 3500-EXIT
               PERFORM 4000-NEXT-BUSDAY THRU 4000-EXIT
               GO TO 0000-GOBACK.
           MOVE '8' TO LINK-STATUS.                                     01050000
       0000-GOBACK.                                                     01060000
           GOBACK.                                                      01070000
