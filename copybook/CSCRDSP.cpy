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
      * CSCRDSP.CPY                                                   *
      *---------------------------------------------------------------*
      * Screening disposition record, maintained by ZBNKSCR1 - one    *
      * per customer and watch-list entry that has ever scored as a   *
      * potential match. The file is carried forward cycle to cycle   *
      * so compliance's decision is remembered: a false positive or   *
      * a released match is not flagged again unless the customer's   *
      * name changes, and a true match stays blocked from WBBNKXFR    *
      * transfers until compliance releases it. The same layout is    *
      * used for the review file of matches awaiting a decision.      *
      *****************************************************************
       01  SCREEN-DISP-RECORD.
           05  SCD-PID                              PIC X(5).
           05  SCD-WL-ID                            PIC X(8).
           05  SCD-DISPOSITION                      PIC X(1).
               88  SCD-PENDING                       VALUE 'P'.
               88  SCD-TRUE-MATCH                    VALUE 'T'.
               88  SCD-FALSE-POSITIVE                VALUE 'F'.
               88  SCD-RELEASED                      VALUE 'R'.
               88  SCD-CLEARED                       VALUES 'F' 'R'.
           05  SCD-SCORE                            PIC 9(3).
           05  SCD-RULE                             PIC X(8).
           05  SCD-CUST-NAME                        PIC X(20).
           05  SCD-WL-NAME                          PIC X(30).
           05  SCD-FIRST-DATE                       PIC 9(6).
           05  SCD-LAST-DATE                        PIC 9(6).
           05  SCD-USERID                           PIC X(8).
           05  SCD-DECIDED-DATE                     PIC 9(6).
           05  FILLER                               PIC X(19).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
