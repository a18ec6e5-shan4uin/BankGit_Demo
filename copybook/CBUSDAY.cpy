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
      * CBUSDAY.CPY                                                   *
      *---------------------------------------------------------------*
      * Commarea for the ZBNKCAL1 business-day routine. The caller    *
      * sets the function and the date (YYYYMMDD) and CALLs ZBNKCAL1: *
      *   'I' - is the date a business day (the switch answers)       *
      *   'N' - the next business day after the date                  *
      *   'P' - the previous business day before the date             *
      *   'F' - the date itself if a business day, else the next one  *
      *   'B' - the business days after the date up to and including  *
      *         the second date - negative when the second date is    *
      *         the earlier                                           *
      * The switch and the description (the holiday's name, or        *
      * 'SATURDAY'/'SUNDAY') always describe the first date. When no  *
      * calendar file is available the routine still answers, on      *
      * weekends alone, and says so in the return code so the caller  *
      * can warn that bank holidays were not considered.              *
      *****************************************************************
           05  BDY-FUNCTION                         PIC X(1).
             88  BDY-FN-IS-BUSINESS-DAY              VALUE 'I'.
             88  BDY-FN-NEXT                         VALUE 'N'.
             88  BDY-FN-PREVIOUS                     VALUE 'P'.
             88  BDY-FN-ROLL-FORWARD                 VALUE 'F'.
             88  BDY-FN-BETWEEN                      VALUE 'B'.
           05  BDY-DATE                             PIC 9(8).
           05  BDY-DATE-2                           PIC 9(8).
           05  BDY-RESULT-DATE                      PIC 9(8).
           05  BDY-DAYS                             PIC S9(7).
           05  BDY-BUSINESS-DAY-SW                  PIC X(1).
             88  BDY-BUSINESS-DAY                    VALUE 'Y'.
             88  BDY-NOT-BUSINESS-DAY                VALUE 'N'.
           05  BDY-DAY-DESC                         PIC X(30).
           05  BDY-RETURN                           PIC X(1).
             88  BDY-RETURN-OK                       VALUE '0'.
             88  BDY-RETURN-NO-CALENDAR              VALUE '1'.
             88  BDY-RETURN-BAD-DATE                 VALUE '8'.
             88  BDY-RETURN-BAD-FUNCTION             VALUE '9'.

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
