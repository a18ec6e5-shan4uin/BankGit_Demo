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
      * CSECTRN.CPY                                                   *
      *---------------------------------------------------------------*
      * Security transaction, applied to SECPROF by ZBNKSEC1 - one    *
      * record per add, password change, unlock, or signon outcome    *
      * queued by the online side, and per role change, revoke or     *
      * dormant-id disable queued by the ZBNKCRT1 recertification.    *
      * The password rides only on adds and changes and exists only   *
      * on this transient queue; the profile stores its hash. The     *
      * role rides on adds and role changes.                          *
      *****************************************************************
       01  SECURITY-TRANS-RECORD.
           05  SECT-ACTION                          PIC X(1).
               88  SECT-ACTION-ADD                  VALUE 'A'.
               88  SECT-ACTION-CHANGE               VALUE 'C'.
               88  SECT-ACTION-RESET                VALUE 'R'.
               88  SECT-ACTION-FAILURE              VALUE 'F'.
               88  SECT-ACTION-SUCCESS              VALUE 'S'.
               88  SECT-ACTION-ROLE                 VALUE 'G'.
               88  SECT-ACTION-REVOKE               VALUE 'X'.
               88  SECT-ACTION-DISABLE              VALUE 'D'.
           05  SECT-USERID                          PIC X(8).
           05  SECT-PASSWORD                        PIC X(8).
           05  SECT-ROLE                            PIC X(1).
               88  SECT-ROLE-VALID                  VALUE 'T' 'S' 'M'.
           05  FILLER                               PIC X(2).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
