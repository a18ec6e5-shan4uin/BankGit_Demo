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
      * CRATTRN.CPY                                                   *
      *---------------------------------------------------------------*
      * Interest rate schedule changes for the ZBNKIRM1 maintenance   *
      * job, keyed by the deposit products team - add (A) a rate for  *
      * a tier from an effective date, amending one already entered   *
      * for a date still to come, or cancel (C) an entry for a date   *
      * still to come. The userid is that of the supervisor or        *
      * manager entering the change. The account type is the first    *
      * ten characters of the account description; the tier floor is  *
      * the balance from which the rate applies, zero for the whole   *
      * balance; the rate is an annual percentage.                    *
      *****************************************************************
       01  RATE-TRANS-RECORD.
           05  RTT-ACTION                           PIC X(1).
               88  RTT-ACTION-ADD                   VALUE 'A'.
               88  RTT-ACTION-CANCEL                VALUE 'C'.
           05  RTT-ACC-TYPE                         PIC X(10).
           05  RTT-CURR-CODE                        PIC X(3).
           05  RTT-TIER-FLOOR                       PIC 9(9)V99.
           05  RTT-EFFECTIVE-DATE                   PIC 9(8).
           05  RTT-RATE                             PIC 9(2)V9(3).
           05  RTT-USERID                           PIC X(8).
           05  FILLER                               PIC X(14).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
