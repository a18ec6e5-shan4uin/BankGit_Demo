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
      * CFLSHAR.CPY                                                   *
      *---------------------------------------------------------------*
      * Fileshare ACCOUNT-FILE - account ('1') view of the 74 byte    *
      * record. The phone is seven digits; the birth date is MMDDYY.  *
      * An account's product records follow it, under the same name,  *
      * and the accounts are in name order. The product view is       *
      * CFLSHPR.                                                      *
      *****************************************************************
           05  AR-NAME                              PIC X(19).
           05  F1                                   PIC X(5).
           05  AR-ADDRESS                           PIC X(20).
           05  F2                                   PIC XXXXX.
           05  AR-PHONE                             PIC X(7).
           05  F3                                   PIC XXX.
           05  AR-BIRTH-DATE                        PIC X(6).
           05  F4                                   PIC XXXX.
           05  AR-RECORD-TYPE                       PIC X.
           05  F5                                   PIC X(4).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
