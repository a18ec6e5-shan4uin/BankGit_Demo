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
      * CINTRAT.CPY                                                   *
      *---------------------------------------------------------------*
      * Deposit interest rate schedule, maintained by ZBNKIRM1 and    *
      * read by ZBNKEXT1 to accrue interest day by day. One entry     *
      * per account type (the first ten characters of the account     *
      * description), currency, balance tier and effective date - the *
      * annual percentage rate the tier pays from that date until the *
      * tier's next entry. On any day an account earns the rate of    *
      * the highest tier floor its balance reaches among the tiers    *
      * of its type and currency in effect that day. The file is kept *
      * in type, currency, tier floor and effective date order, and   *
      * each entry records who entered it and when.                   *
      *****************************************************************
       01  INT-RATE-SCHEDULE-RECORD.
           05  IRS-ACC-TYPE                         PIC X(10).
           05  IRS-CURR-CODE                        PIC X(3).
           05  IRS-TIER-FLOOR                       PIC 9(9)V99.
           05  IRS-EFFECTIVE-DATE                   PIC 9(8).
           05  IRS-RATE                             PIC 9(2)V9(3).
           05  IRS-ENTERED-BY                       PIC X(8).
           05  IRS-ENTERED-DATE                     PIC 9(8).
           05  FILLER                               PIC X(27).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
