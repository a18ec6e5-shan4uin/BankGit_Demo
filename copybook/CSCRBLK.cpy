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
      * CSCRBLK.CPY                                                   *
      *---------------------------------------------------------------*
      * Screening block entry, written by ZBNKSCR1 for every customer *
      * compliance has confirmed as a true watch-list match. WBBNKXFR *
      * refuses transfers for a PID on this file; the entry drops off *
      * the next screening run after compliance releases the match.   *
      *****************************************************************
       01  SCREEN-BLOCK-RECORD.
           05  SCB-PID                              PIC X(5).
           05  SCB-WL-ID                            PIC X(8).
           05  SCB-DECIDED-DATE                     PIC 9(6).
           05  SCB-USERID                           PIC X(8).
           05  FILLER                               PIC X(3).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
