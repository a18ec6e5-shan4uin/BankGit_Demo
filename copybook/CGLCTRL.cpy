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
      * CGLCTRL.CPY                                                   *
      *---------------------------------------------------------------*
      * GL deposit control balances, read by ZBNKGLB1 to prove the    *
      * extract's account balances against the general ledger. A      *
      * "B" entry carries the base-currency balance the GL holds for  *
      * the accounts of one description and currency, and the GL      *
      * control account it is held in; several entries may name the   *
      * same control account. A currency of spaces takes every        *
      * currency of that description not given an entry of its own.   *
      * A "T" entry sets the tolerance in base currency within which  *
      * a control account still counts as in balance.                 *
      *****************************************************************
       01  GL-CONTROL-RECORD.
           05  GLC-TYPE                             PIC X(1).
               88  GLC-BALANCE-ENTRY                VALUE 'B'.
               88  GLC-TOLERANCE-ENTRY              VALUE 'T'.
           05  GLC-GL-ACCOUNT                       PIC X(8).
           05  GLC-ACC-DESC                         PIC X(30).
           05  GLC-CURR-CODE                        PIC X(3).
           05  GLC-AMOUNT                           PIC S9(11)V99
                                                     SIGN LEADING
                                                     SEPARATE.
           05  GLC-AS-AT-DATE                       PIC X(8).
           05  FILLER                               PIC X(16).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
