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
      * CSTMLIT.CPY                                                   *
      *---------------------------------------------------------------*
      * Statement translation table entry, maintained by the back     *
      * office and read by ZBNKSTM1 to print each customer's          *
      * statement in the language of their delivery preference. A     *
      * kind 'F' entry gives a language's text for one of the fixed   *
      * literals the formatter prints, named by its key (TITLE,       *
      * CUSTOMER, END and so on - see ZBNKSTM1's literal table). The  *
      * text is placed exactly as keyed, leading spaces included, and *
      * must fit the literal's print width. A kind 'D' entry gives    *
      * the wording to print for an account, transaction, pending or  *
      * loan description that reads exactly as the key in English.    *
      * A literal or description with no entry prints in English.     *
      * ZBNKTRN1, ZBNKQCS1 and ZBNKARV1 read the same table so they   *
      * recognise the statement banner, headings and end line in      *
      * every language on the print stream and the archive.           *
      *****************************************************************
       01  STMT-LITERAL-RECORD.
           05  LIT-LANGUAGE                         PIC X(2).
           05  LIT-KIND                             PIC X(1).
             88  LIT-FIXED-LITERAL                   VALUE 'F'.
             88  LIT-DESCRIPTION                     VALUE 'D'.
           05  LIT-KEY                              PIC X(30).
           05  LIT-TEXT                             PIC X(40).
           05  FILLER                               PIC X(7).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
