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
      * CFEEWVR.CPY                                                   *
      *---------------------------------------------------------------*
      * Fee waiver entry, honoured by ZBNKEXT1's LOAD-FEE-WAIVERS.    *
      * One record per customer fee a branch has agreed to waive -    *
      * "M" the maintenance fee, "X" the excess-activity fee, "A"     *
      * both - with the reason, who approved it and the branch that   *
      * agreed it. As on the suppression list, an entry is honoured   *
      * only between its effective and expiry dates; an expiry of     *
      * spaces or zeros means the waiver runs until it is removed.    *
      *****************************************************************
       01  FEE-WAIVER-RECORD.
           05  FWV-PID                              PIC X(5).
           05  FWV-FEE-TYPE                         PIC X(1).
               88  FWV-MAINTENANCE                  VALUE 'M'.
               88  FWV-EXCESS                       VALUE 'X'.
               88  FWV-ALL-FEES                     VALUE 'A'.
           05  FWV-REASON                           PIC X(4).
           05  FWV-APPROVER                         PIC X(8).
           05  FWV-BRANCH                           PIC X(4).
           05  FWV-EFF-DATE                         PIC X(8).
           05  FWV-EXP-DATE                         PIC X(8).
           05  FWV-COMMENT                          PIC X(22).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
