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
      * CLIMAUD.CPY                                                   *
      *---------------------------------------------------------------*
      * Credit limit audit record, written by the ZBNKLIM1 maker-     *
      * checker job for every limit transaction it sees - the limit   *
      * before and after the change asked for, the limit in force on  *
      * the account once the event is done, the maker and the user    *
      * who approved or rejected it. The same record, for the events  *
      * that change the limit (applied and approved), is the limit    *
      * update the account file is loaded from.                       *
      *****************************************************************
       01  LIMIT-AUDIT-RECORD.
           05  LAU-DATE                             PIC 9(8).
           05  LAU-TIME                             PIC 9(6).
           05  LAU-ACCT-NO                          PIC X(5).
           05  LAU-EVENT                            PIC X(1).
               88  LAU-EVENT-APPLIED                VALUE 'A'.
               88  LAU-EVENT-HELD                   VALUE 'P'.
               88  LAU-EVENT-APPROVED               VALUE 'V'.
               88  LAU-EVENT-REJECTED               VALUE 'X'.
               88  LAU-EVENT-SELF-APPROVAL          VALUE 'S'.
               88  LAU-EVENT-NOT-AUTHORISED         VALUE 'U'.
               88  LAU-EVENT-NONE-PENDING           VALUE 'N'.
               88  LAU-EVENT-ALREADY-PENDING        VALUE 'D'.
               88  LAU-LIMIT-CHANGED                VALUE 'A' 'V'.
           05  LAU-MAKER-USERID                     PIC X(8).
           05  LAU-CHECKER-USERID                   PIC X(8).
           05  LAU-CHECKER-ROLE                     PIC X(1).
           05  LAU-OLD-LIMIT                        PIC 9(8).
           05  LAU-NEW-LIMIT                        PIC 9(8).
           05  LAU-LIMIT-IN-FORCE                   PIC 9(8).
           05  FILLER                               PIC X(39).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
