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
      * CLIMTRN.CPY                                                   *
      *---------------------------------------------------------------*
      * Credit limit transactions queued by the ACCTDTL screen for    *
      * the ZBNKLIM1 maker-checker job - one record per limit change  *
      * keyed (C), and per approval (A) or rejection (R) of a change  *
      * held pending. The userid and role are those of the user       *
      * signed on when the record was queued - the role as carried in *
      * EXT-IPZZ-USERROLE. Limits are whole currency units as keyed   *
      * in LIMITD; the old limit is the one on the account when the   *
      * change was keyed.                                             *
      *****************************************************************
       01  LIMIT-TRANS-RECORD.
           05  LMT-ACTION                           PIC X(1).
               88  LMT-ACTION-CHANGE                VALUE 'C'.
               88  LMT-ACTION-APPROVE               VALUE 'A'.
               88  LMT-ACTION-REJECT                VALUE 'R'.
           05  LMT-ACCT-NO                          PIC X(5).
           05  LMT-USERID                           PIC X(8).
           05  LMT-USER-ROLE                        PIC X(1).
               88  LMT-ROLE-TELLER                  VALUE 'T'.
               88  LMT-ROLE-SUPERVISOR              VALUE 'S'.
               88  LMT-ROLE-MANAGER                 VALUE 'M'.
           05  LMT-OLD-LIMIT                        PIC 9(8).
           05  LMT-NEW-LIMIT                        PIC 9(8).
           05  LMT-ENTERED-DATE                     PIC 9(8).
           05  LMT-ENTERED-TIME                     PIC 9(6).
           05  FILLER                               PIC X(15).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
