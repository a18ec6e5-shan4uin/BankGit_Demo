      * counts and the elapsed time the CTIMERD RUN-TIME paragraph    *
      * computed (in hundredths of a second) - so runtime growth can  *
      * be trended instead of scrolling past on the console.          *
      * A job that takes work off the steps behind it (ZBNKFAN1)      *
      * also records the elapsed time it saved them, in the same      *
      * units; other jobs leave it blank.                             *
      *****************************************************************
       01  PERFHST-RECORD.
           05  PERFHST-PROGRAM                      PIC X(8).
           05  PERFHST-COUNTER1                     PIC 9(5).
           05  PERFHST-COUNTER2                     PIC 9(5).
           05  PERFHST-ELAPSED                      PIC 9(8).
           05  PERFHST-SAVED                        PIC S9(7)
                                                    SIGN LEADING
                                                    SEPARATE.
           05  FILLER                               PIC X(12).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
