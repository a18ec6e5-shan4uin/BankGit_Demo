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
      * CWATCHLS.CPY                                                  *
      *---------------------------------------------------------------*
      * Sanctions and watch-list entry, one per listed party, as      *
      * supplied by compliance from the published lists. ZBNKSCR1     *
      * screens the type '1' customer name and address data against   *
      * every entry. WL-ID is the list's own reference for the party  *
      * and is what a screening decision is remembered against.       *
      *****************************************************************
       01  WATCHLIST-RECORD.
           05  WL-ID                                PIC X(8).
           05  WL-LIST-CODE                         PIC X(6).
           05  WL-NAME                              PIC X(30).
           05  WL-ADDRESS                           PIC X(30).
           05  WL-CNTRY                             PIC X(3).
           05  FILLER                               PIC X(23).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
