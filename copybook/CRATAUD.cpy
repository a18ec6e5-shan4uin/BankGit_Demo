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
      * CRATAUD.CPY                                                   *
      *---------------------------------------------------------------*
      * Interest rate schedule audit record, added to by ZBNKIRM1 for *
      * every schedule change it sees - who entered it, the schedule  *
      * entry it was for, the rate the entry had before and after     *
      * and, for a change refused, why.                               *
      *****************************************************************
       01  RATE-AUDIT-RECORD.
           05  RAU-DATE                             PIC 9(8).
           05  RAU-TIME                             PIC 9(6).
           05  RAU-EVENT                            PIC X(1).
               88  RAU-EVENT-ADDED                  VALUE 'A'.
               88  RAU-EVENT-AMENDED                VALUE 'M'.
               88  RAU-EVENT-CANCELLED              VALUE 'C'.
               88  RAU-EVENT-REJECTED               VALUE 'X'.
           05  RAU-USERID                           PIC X(8).
           05  RAU-ACC-TYPE                         PIC X(10).
           05  RAU-CURR-CODE                        PIC X(3).
           05  RAU-TIER-FLOOR                       PIC 9(9)V99.
           05  RAU-EFFECTIVE-DATE                   PIC 9(8).
           05  RAU-OLD-RATE                         PIC 9(2)V9(3).
           05  RAU-NEW-RATE                         PIC 9(2)V9(3).
           05  RAU-REASON                           PIC X(26).
           05  FILLER                               PIC X(9).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
