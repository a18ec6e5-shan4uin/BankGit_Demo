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
      * CDISPUT.CPY                                                   *
      *---------------------------------------------------------------*
      * Transaction dispute master, carried cycle to cycle by         *
      * ZBNKDSP1 - one record per dispute accepted at intake, keyed   *
      * by the disputed type '3' transaction (PID, account, timestamp *
      * and amount). The due dates are fixed when the dispute is      *
      * accepted; DSP-PC-AMOUNT is the provisional credit posted,     *
      * zero until one is.                                            *
      *****************************************************************
       01  DISPUTE-RECORD.
           05  DSP-NO                               PIC 9(7).
           05  DSP-PID                              PIC X(5).
           05  DSP-ACC-NO                           PIC X(10).
           05  DSP-TIMESTAMP                        PIC X(26).
           05  DSP-AMOUNT                           PIC S9(9)V99.
           05  DSP-STATUS                           PIC X(1).
               88  DSP-OPEN                         VALUE 'O'.
               88  DSP-PROVISIONAL                  VALUE 'P'.
               88  DSP-RESOLVED                     VALUE 'F'.
               88  DSP-DENIED                       VALUE 'D'.
               88  DSP-WITHDRAWN                    VALUE 'W'.
               88  DSP-ACTIVE                       VALUES 'O' 'P'.
           05  DSP-RECEIVED-DATE                    PIC 9(6).
           05  DSP-PC-DUE-DATE                      PIC 9(6).
           05  DSP-RES-DUE-DATE                     PIC 9(6).
           05  DSP-PC-DATE                          PIC 9(6).
           05  DSP-PC-AMOUNT                        PIC S9(9)V99.
           05  DSP-CLOSED-DATE                      PIC 9(6).
           05  DSP-USERID                           PIC X(8).
           05  DSP-REASON                           PIC X(4).
           05  DSP-DESC                             PIC X(30).
           05  FILLER                               PIC X(7).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
