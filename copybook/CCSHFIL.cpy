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
      * CCSHFIL.CPY                                                   *
      *---------------------------------------------------------------*
      * Large cash filing feed written by ZBNKCSH1 - a header, one    *
      * detail per customer and business day whose cash in or cash    *
      * out passed the reporting threshold, and a trailer carrying    *
      * the record count and cash totals for the regulator's          *
      * balancing. Amounts are in base currency; CSF-D-CONVERTED is   *
      * 'Y' where any item of the day was converted at the extract's  *
      * type 'R' rates.                                               *
      *****************************************************************
       01  CASH-FILING-HEADER.
           05  CSF-H-REC-TYPE                       PIC X(1).
           05  CSF-H-FILE-ID                        PIC X(8).
           05  CSF-H-RUN-DATE                       PIC 9(6).
           05  CSF-H-THRESHOLD                      PIC 9(9)V99.
           05  FILLER                               PIC X(124).

       01  CASH-FILING-DETAIL.
           05  CSF-D-REC-TYPE                       PIC X(1).
           05  CSF-D-SEQUENCE                       PIC 9(6).
           05  CSF-D-BUSINESS-DATE                  PIC 9(8).
           05  CSF-D-PID                            PIC X(5).
           05  CSF-D-NAME                           PIC X(20).
           05  CSF-D-ADDR1                          PIC X(20).
           05  CSF-D-ADDR2                          PIC X(20).
           05  CSF-D-STATE                          PIC X(3).
           05  CSF-D-CNTRY                          PIC X(3).
           05  CSF-D-PST-CDE                        PIC X(8).
           05  CSF-D-CASH-IN                        PIC 9(11)V99.
           05  CSF-D-CASH-OUT                       PIC 9(11)V99.
           05  CSF-D-ACCOUNTS                       PIC 9(3).
           05  CSF-D-ITEMS                          PIC 9(5).
           05  CSF-D-CONVERTED                      PIC X(1).
           05  FILLER                               PIC X(21).

       01  CASH-FILING-TRAILER.
           05  CSF-T-REC-TYPE                       PIC X(1).
           05  CSF-T-DETAIL-COUNT                   PIC 9(6).
           05  CSF-T-TOTAL-IN                       PIC 9(13)V99.
           05  CSF-T-TOTAL-OUT                      PIC 9(13)V99.
           05  FILLER                               PIC X(113).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
