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
      * CXFRJRN.CPY                                                   *
      *---------------------------------------------------------------*
      * Transfer journal record - one per transfer WBBNKXFR accepted, *
      * carrying both legs as one unit of work. XFJ-FROM-BAL and      *
      * XFJ-TO-BAL are the balances the transfer left behind, as      *
      * returned to the caller. The file is WBBNKXFR's idempotency    *
      * store; ZBNKPST1 applies the records to the account masters.   *
      *****************************************************************
       01  TRANSFER-JOURNAL-RECORD.
           05  XFJ-IDEMP-KEY                        PIC X(16).
           05  XFJ-PID                              PIC X(5).
           05  XFJ-FROM-ACC                         PIC X(10).
           05  XFJ-TO-ACC                           PIC X(10).
           05  XFJ-AMOUNT                           PIC S9(9)V99.
           05  XFJ-FROM-BAL                         PIC S9(9)V99.
           05  XFJ-TO-BAL                           PIC S9(9)V99.
           05  XFJ-DATE                             PIC 9(6).
           05  XFJ-TIME                             PIC 9(8).
           05  FILLER                               PIC X(2).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
