      * enrolled for e-delivery. ZBNKSTM1 reads it to divert the      *
      * statement from the print stream; ZBNKBNC1 rewrites it with    *
      * hard-bounced customers flipped back to paper and the last     *
      * delivery outcome stamped in the status byte. The language     *
      * code picks the language ZBNKSTM1 formats the statement in -   *
      * spaces mean English - so a paper customer who wants their     *
      * statement in Spanish has a record with a delivery of 'P'.     *
      *****************************************************************
       01  DELIVERY-PREF-RECORD.
           05  PREF-PID                             PIC X(5).
             88  PREF-E-DELIVERY                     VALUE 'E'.
           05  PREF-DLV-STATUS                      PIC X(1).
             88  PREF-LAST-BOUNCED                   VALUE 'B'.
           05  PREF-LANGUAGE                        PIC X(2).
             88  PREF-LANG-ENGLISH                   VALUES 'EN' SPACES.
             88  PREF-LANG-SPANISH                   VALUE 'ES'.
           05  FILLER                               PIC X(11).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
