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
      * CEXTKEY.CPY                                                   *
      *---------------------------------------------------------------*
      * Extract key record - one per extract record, in extract       *
      * order, written by the ZBNKFAN1 fan-out so ZBNKIDX1 can number *
      * the extract's records and find each customer's contiguous     *
      * runs without reading the full records. The PID is the five    *
      * bytes behind the type byte, which is the PID on every         *
      * customer record type and is not used for the file-level       *
      * records (header, rates, RPC audit, trailer).                  *
      *****************************************************************
       01  EXTRACT-KEY-RECORD.
           05  XKY-TYPE                             PIC X(1).
           05  XKY-PID                              PIC X(5).
           05  FILLER                               PIC X(4).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
