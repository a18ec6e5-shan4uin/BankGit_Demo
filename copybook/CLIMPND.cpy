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
      * CLIMPND.CPY                                                   *
      *---------------------------------------------------------------*
      * Credit limit changes pending approval, kept by the ZBNKLIM1   *
      * maker-checker job and read by the ACCTDTL screen to show the  *
      * account's limit as pending approval. One record per account   *
      * with an increase held - who keyed it, the limit before and    *
      * the limit asked for, when it was keyed, and how many times    *
      * the maker has tried to approve it themselves.                 *
      *****************************************************************
       01  LIMIT-PENDING-RECORD.
           05  LPN-ACCT-NO                          PIC X(5).
           05  LPN-STATUS                           PIC X(1).
               88  LPN-PENDING-APPROVAL             VALUE 'P'.
           05  LPN-MAKER-USERID                     PIC X(8).
           05  LPN-OLD-LIMIT                        PIC 9(8).
           05  LPN-NEW-LIMIT                        PIC 9(8).
           05  LPN-ENTERED-DATE                     PIC 9(8).
           05  LPN-ENTERED-TIME                     PIC 9(6).
           05  LPN-SELF-ATTEMPTS                    PIC 9(2).
           05  FILLER                               PIC X(14).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
