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
      * CLEGHOLD.CPY                                                  *
      *---------------------------------------------------------------*
      * Legal hold register entry, maintained by ZBNKLGH1 from the    *
      * transactions legal sends in and read by ZBNKHKP1, which keeps *
      * every record of a held customer or account whatever its age   *
      * rather than archive or purge it. A hold names either a        *
      * customer (subject 'P' - every account of the PID) or a single *
      * account (subject 'A') under a matter reference. A released    *
      * hold stays on the register with its release date and who     *
      * released it, so the register is the history of every hold.    *
      * The last-activity date is the last time the hold was placed,  *
      * reviewed or released - an open hold untouched for a year is   *
      * reported so legal can confirm it is still wanted.             *
      *****************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LGH-SUBJECT                          PIC X(1).
               88  LGH-SUBJECT-PID                  VALUE 'P'.
               88  LGH-SUBJECT-ACCOUNT              VALUE 'A'.
           05  LGH-PID                              PIC X(5).
           05  LGH-ACC-NO                           PIC X(10).
           05  LGH-MATTER-REF                       PIC X(12).
           05  LGH-STATUS                           PIC X(1).
               88  LGH-OPEN                         VALUE 'O'.
               88  LGH-RELEASED                     VALUE 'R'.
           05  LGH-PLACED-BY                        PIC X(8).
           05  LGH-PLACED-DATE                      PIC 9(6).
           05  LGH-RELEASED-BY                      PIC X(8).
           05  LGH-RELEASE-DATE                     PIC 9(6).
           05  LGH-LAST-ACTIVITY                    PIC 9(6).
           05  LGH-DESC                             PIC X(30).
           05  FILLER                               PIC X(7).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
