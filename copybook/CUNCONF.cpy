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
      * CUNCONF.CPY                                                   *
      *---------------------------------------------------------------*
      * Unconfirmed statement list, written by ZBNKACK1 when the      *
      * print vendor's acknowledgments are reconciled and read by     *
      * ZBNKRRT1 to re-route those statements to the secondary        *
      * vendor. Record types, in file order:                          *
      *   'T' - the original transmittal's control totals, with its   *
      *         run date and time identifying the transmission        *
      *   'A' - totals of the statements the vendor confirmed         *
      *   'R' - totals of the unconfirmed statements already          *
      *         re-routed by an earlier remediation run               *
      *   'D' - one record per unconfirmed statement still to be      *
      *         re-routed - PID, cycle date, page count and its type  *
      *         '4' trailer amount in UNC-HASH-TOTAL                  *
      * 'T' = 'A' + 'R' + the 'D' records, in statements, pages and   *
      * hash total, which is how the remediation ties back to the     *
      * original transmittal.                                         *
      *****************************************************************
       01  UNCONFIRMED-RECORD.
           05  UNC-REC-TYPE                         PIC X(1).
               88  UNC-REC-TRANSMITTAL               VALUE 'T'.
               88  UNC-REC-CONFIRMED                 VALUE 'A'.
               88  UNC-REC-REROUTED                  VALUE 'R'.
               88  UNC-REC-DETAIL                    VALUE 'D'.
           05  UNC-PID                              PIC X(5).
           05  UNC-CYCLE-DATE                       PIC 9(6).
           05  UNC-STMT-COUNT                       PIC 9(5).
           05  UNC-PAGE-COUNT                       PIC 9(7).
           05  UNC-HASH-TOTAL                       PIC S9(11)V99.
           05  UNC-TRN-RUN-DATE                     PIC 9(6).
           05  UNC-TRN-RUN-TIME                     PIC 9(8).
           05  FILLER                               PIC X(29).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
