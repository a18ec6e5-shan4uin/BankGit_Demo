      *****************************************************************
      *                                                               *
      * Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.     *
      * This demonstration program is provided for use by users       *
      * of Micro Focus products and may be used, modified and         *
      * distributed as part of your application provided that         *
      * you properly acknowledge the copyright of Micro Focus         *
      * in this material.                                             *
      *****************************************************************
      *****************************************************************
      * CRRTREG.CPY                                                   *
      *---------------------------------------------------------------*
      * Re-route register, extended by ZBNKRRT1 with one record for   *
      * every unconfirmed statement it re-routes to the secondary     *
      * print vendor - the statement, the original transmittal it     *
      * went out on and when it was re-routed. ZBNKRRT1 never         *
      * re-routes a statement twice, and ZBNKACK1 flags a late        *
      * acknowledgment from the original vendor for a statement       *
      * already re-routed.                                            *
      *****************************************************************
       01  REROUTE-REGISTER-RECORD.
           05  RRG-PID                              PIC X(5).
           05  RRG-CYCLE-DATE                       PIC 9(6).
           05  RRG-TRN-RUN-DATE                     PIC 9(6).
           05  RRG-TRN-RUN-TIME                     PIC 9(8).
           05  RRG-PAGE-COUNT                       PIC 9(7).
           05  RRG-HASH-AMOUNT                      PIC S9(11)V99.
           05  RRG-ROUTE-DATE                       PIC 9(6).
           05  RRG-ROUTE-TIME                       PIC 9(8).
           05  FILLER                               PIC X(21).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
