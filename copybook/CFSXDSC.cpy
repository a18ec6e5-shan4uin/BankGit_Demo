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
      * CFSXDSC.CPY                                                   *
      *---------------------------------------------------------------*
      * Fileshare / customer master discrepancy record, written by    *
      * ZBNKFSX1 for every customer the two disagree about - on the   *
      * bank side only, on the Fileshare ACCOUNT-FILE only, or on     *
      * both under the same name but at a different address. Both     *
      * sides' name and address are carried so address maintenance    *
      * can see which one to correct without going back to either     *
      * file.                                                         *
      *****************************************************************
       01  FILESHARE-DISCREPANCY-RECORD.
           05  FSX-RUN-DATE                         PIC 9(6).
           05  FSX-TYPE                             PIC X(1).
               88  FSX-BANK-ONLY                    VALUE 'B'.
               88  FSX-FILESHARE-ONLY               VALUE 'F'.
               88  FSX-ADDRESS-DIFFERS              VALUE 'A'.
           05  FSX-PID                              PIC X(5).
           05  FSX-BANK-NAME                        PIC X(20).
           05  FSX-BANK-ADDRESS                     PIC X(20).
           05  FSX-FS-NAME                          PIC X(19).
           05  FSX-FS-ADDRESS                       PIC X(20).
           05  FSX-FS-POSITION                      PIC 9(7).
           05  FILLER                               PIC X(22).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
