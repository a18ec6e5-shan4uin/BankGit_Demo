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
      * CDSPPST.CPY                                                   *
      *---------------------------------------------------------------*
      * Dispute posting record written by ZBNKDSP1 for the posting    *
      * side - a provisional credit (PC), the reversal of one when the*
      * dispute is denied or withdrawn (RV), or a final credit when a *
      * dispute is resolved for the customer before any provisional   *
      * credit was given (FC). Each is written once, on the status    *
      * change that causes it.                                        *
      *****************************************************************
       01  DISPUTE-POSTING-RECORD.
           05  DPP-PID                              PIC X(5).
           05  DPP-ACC-NO                           PIC X(10).
           05  DPP-DR-CR                            PIC X(1).
               88  DPP-DEBIT                        VALUE 'D'.
               88  DPP-CREDIT                       VALUE 'C'.
           05  DPP-AMOUNT                           PIC S9(9)V99.
           05  DPP-POSTING-TYPE                     PIC X(2).
               88  DPP-PROVISIONAL-CREDIT           VALUE 'PC'.
               88  DPP-REVERSAL                     VALUE 'RV'.
               88  DPP-FINAL-CREDIT                 VALUE 'FC'.
           05  DPP-DISPUTE-NO                       PIC 9(7).
           05  DPP-DATE                             PIC 9(6).
           05  DPP-TIME                             PIC 9(8).
           05  DPP-TIMESTAMP                        PIC X(26).
           05  FILLER                               PIC X(4).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
