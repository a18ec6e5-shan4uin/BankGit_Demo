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
      * CFLSHPR.CPY                                                   *
      *---------------------------------------------------------------*
      * Fileshare ACCOUNT-FILE - product ('2') view of the 74 byte    *
      * record. PR-NAME is the name of the account the product is     *
      * held under; an account's products are in product number       *
      * order. The account view is CFLSHAR.                           *
      *****************************************************************
           05  PR-NAME                              PIC X(19).
           05  F6                                   PIC X(5).
           05  PR-NUMBER                            PIC X(5).
           05  F7                                   PIC X(5).
           05  PR-CREDITS                           PIC 9.
           05  F8                                   PIC X(34).
           05  PR-RECORD-TYPE                       PIC X.
           05  F9                                   PIC X(04).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
