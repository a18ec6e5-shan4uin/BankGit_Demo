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
      * CRATNTC.CPY                                                   *
      *---------------------------------------------------------------*
      * Deposit rate change notice, written by ZBNKIRM1 for every     *
      * customer account whose interest rate changes on a date still  *
      * to come - the rate it earns the day before and from the       *
      * effective date, at its balance on the latest extract.         *
      * Rebuilt in full by each run of the job and merged by ZBNKSTM1 *
      * into the message area of the statements printed before the    *
      * effective date.                                               *
      *****************************************************************
       01  RATE-NOTICE-RECORD.
           05  RNT-PID                              PIC X(5).
           05  RNT-ACC-NO                           PIC X(10).
           05  RNT-ACC-TYPE                         PIC X(10).
           05  RNT-CURR-CODE                        PIC X(3).
           05  RNT-EFFECTIVE-DATE                   PIC 9(8).
           05  RNT-OLD-RATE                         PIC 9(2)V9(3).
           05  RNT-NEW-RATE                         PIC 9(2)V9(3).
           05  RNT-NOTICE-DATE                      PIC 9(8).
           05  FILLER                               PIC X(26).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
