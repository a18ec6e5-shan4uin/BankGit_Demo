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
      * CCERTRG.CPY                                                   *
      *---------------------------------------------------------------*
      * Access recertification register, carried from run to run by   *
      * ZBNKCRT1 - one record per SECPROF user under review in the    *
      * quarter (CCYYQn), with the approving manager, the profile as  *
      * it stood at the last run, and the review outcome: still       *
      * outstanding, kept, role changed, revoked, disabled as dormant *
      * without a decision, or no longer in use. The certifier and    *
      * date record who certified what; the disabled date records     *
      * when ZBNKCRT1 queued the dormant-id disable.                  *
      *****************************************************************
       01  CERT-REGISTER-RECORD.
           05  CRG-CYCLE                            PIC X(6).
           05  CRG-USERID                           PIC X(8).
           05  CRG-MANAGER                          PIC X(8).
           05  CRG-ROLE                             PIC X(1).
           05  CRG-PROFILE-STATUS                   PIC X(1).
           05  CRG-LAST-SIGNON                      PIC X(8).
           05  CRG-LAST-CHANGE                      PIC X(8).
           05  CRG-REVIEW-STATUS                    PIC X(1).
               88  CRG-OUTSTANDING                  VALUE 'O'.
               88  CRG-KEPT                         VALUE 'K'.
               88  CRG-ROLE-CHANGED                 VALUE 'C'.
               88  CRG-REVOKED                      VALUE 'R'.
               88  CRG-DORMANT                      VALUE 'D'.
               88  CRG-NOT-IN-USE                   VALUE 'N'.
               88  CRG-CERTIFIED                    VALUE 'K' 'C' 'R'.
           05  CRG-NEW-ROLE                         PIC X(1).
           05  CRG-CERTIFIER                        PIC X(8).
           05  CRG-CERTIFIED-DATE                   PIC X(8).
           05  CRG-DISABLED-DATE                    PIC X(8).
           05  FILLER                               PIC X(14).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
