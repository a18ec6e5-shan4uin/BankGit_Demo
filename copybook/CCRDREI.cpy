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
      * CCRDREI.CPY                                                   *
      *---------------------------------------------------------------*
      * Card reissue request sent to the card vendor by ZBNKCRD1 -    *
      * one record per account whose cards fall due for renewal, with *
      * the name and address to emboss and mail to, the number of     *
      * cards and the card code from the account detail, the issue    *
      * being renewed and the date it falls due. Dates are CCYYMMDD.  *
      *****************************************************************
       01  CARD-REISSUE-RECORD.
           05  CRI-RECORD-TYPE                      PIC X(1).
               88  CRI-RENEWAL                      VALUE 'R'.
           05  CRI-ACCT-NO                          PIC X(5).
           05  CRI-NAME                             PIC X(36).
           05  CRI-ADDR1                            PIC X(24).
           05  CRI-ADDR2                            PIC X(24).
           05  CRI-ADDR3                            PIC X(24).
           05  CRI-CARDS-ISSUED                     PIC X(1).
           05  CRI-CARD-CODE                        PIC X(1).
           05  CRI-ISSUE-DATE                       PIC 9(8).
           05  CRI-RENEWAL-DATE                     PIC 9(8).
           05  CRI-REQUEST-DATE                     PIC 9(8).
           05  FILLER                               PIC X(20).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
