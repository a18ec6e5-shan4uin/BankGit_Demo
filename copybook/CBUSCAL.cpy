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
      * CBUSCAL.CPY                                                   *
      *---------------------------------------------------------------*
      * Business-day calendar entry, maintained by ZBNKHOL1 and read  *
      * by the ZBNKCAL1 business-day routine. Monday to Friday are    *
      * business days and Saturday and Sunday are not, unless the     *
      * calendar says otherwise - an 'H' entry closes a weekday for a *
      * bank holiday, an 'O' entry opens a weekend day the bank is    *
      * working. The file is kept in date order, one entry a date.    *
      *****************************************************************
       01  BUSINESS-CALENDAR-RECORD.
           05  BCL-DATE                             PIC 9(8).
           05  BCL-TYPE                             PIC X(1).
               88  BCL-HOLIDAY                      VALUE 'H'.
               88  BCL-OPEN-DAY                     VALUE 'O'.
           05  BCL-DESC                             PIC X(30).
           05  BCL-ADDED-BY                         PIC X(8).
           05  BCL-ADDED-DATE                       PIC 9(6).
           05  FILLER                               PIC X(27).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
