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
      * CGLJRNL.CPY                                                   *
      *---------------------------------------------------------------*
      * GL import journal entry - one debit or credit in base         *
      * currency, carrying the run id of the cycle it came from. The  *
      * month-end journal written by ZBNKGLJ1 and the revaluation     *
      * journal written by ZBNKFXR1 share it, so both post through    *
      * the same GL import.                                           *
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-RUN-ID                           PIC X(14).
           05  GLJ-ACCOUNT                          PIC X(8).
           05  GLJ-DR-CR                            PIC X(1).
               88  GLJ-DEBIT                        VALUE 'D'.
               88  GLJ-CREDIT                       VALUE 'C'.
           05  GLJ-AMOUNT                           PIC 9(11)V99.
           05  GLJ-DESC                             PIC X(20).
           05  FILLER                               PIC X(4).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
