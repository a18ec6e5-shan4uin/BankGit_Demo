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
      * CFEEREV.CPY                                                   *
      *---------------------------------------------------------------*
      * Fee reversal transaction - a refund of a fee charged to the   *
      * customer in a prior cycle, keyed by the branch. ZBNKEXT1      *
      * registers each valid one as an "R" entry on the fee register  *
      * so ZBNKGLJ1 journals it against the fee income it was taken   *
      * to. FRV-CHARGED-DATE is the run date (CCYYMMDD) of the cycle  *
      * that charged the fee.                                         *
      *****************************************************************
       01  FEE-REVERSAL-RECORD.
           05  FRV-PID                              PIC X(5).
           05  FRV-FEE-TYPE                         PIC X(1).
               88  FRV-MAINTENANCE                  VALUE 'M'.
               88  FRV-EXCESS                       VALUE 'X'.
           05  FRV-AMOUNT                           PIC 9(7)V99.
           05  FRV-CHARGED-DATE                     PIC X(8).
           05  FRV-REASON                           PIC X(4).
           05  FRV-APPROVER                         PIC X(8).
           05  FRV-BRANCH                           PIC X(4).
           05  FILLER                               PIC X(21).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
