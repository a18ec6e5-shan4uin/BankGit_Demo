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
      * CCRDHST.CPY                                                   *
      *---------------------------------------------------------------*
      * Card history, kept by the ZBNKCRD1 card reissue job. The      *
      * account detail record carries only the last card issue, so    *
      * the job adds an 'I' record each time it sees a new issue on   *
      * an account - its date, reason and approver - and an 'R'       *
      * record for every renewal it sends to the card vendor, so the  *
      * same renewal is not sent twice. Dates are CCYYMMDD. The file  *
      * is added to run after run, never rewritten.                   *
      *****************************************************************
       01  CARD-HISTORY-RECORD.
           05  CRH-ACCT-NO                          PIC X(5).
           05  CRH-EVENT                            PIC X(1).
               88  CRH-EVENT-ISSUE                  VALUE 'I'.
               88  CRH-EVENT-RENEWAL-SENT           VALUE 'R'.
           05  CRH-ISSUE-DATE                       PIC 9(8).
           05  CRH-CARDS-ISSUED                     PIC X(1).
           05  CRH-ISSUE-REASON                     PIC X(1).
           05  CRH-CARD-CODE                        PIC X(1).
           05  CRH-APPROVED-BY                      PIC X(3).
           05  CRH-RECORDED-DATE                    PIC 9(8).
           05  CRH-RENEWAL-DATE                     PIC 9(8).
           05  FILLER                               PIC X(44).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
