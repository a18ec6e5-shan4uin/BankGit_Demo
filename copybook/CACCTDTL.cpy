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
      * CACCTDTL.CPY                                                  *
      *---------------------------------------------------------------*
      * Account detail record behind the ACCTDTL screen of the        *
      * ACCTSET map set - the account holder's name and address, the  *
      * users authorised on the account, the cards issued against it  *
      * and the last issue (date, reason and who approved it), the    *
      * special codes, the account status, the credit limit and the   *
      * last three bills and payments. Batch jobs read it from the    *
      * nightly unload of the account file. Dates are MMDDYY as keyed *
      * on the screen. The issue reason is N for a first issue, L and *
      * S for a card reported lost or stolen, R for a renewal or      *
      * other replacement.                                            *
      *****************************************************************
       01  ACCOUNT-DETAIL-RECORD.
           05  ACD-ACCT-NO                          PIC X(5).
           05  ACD-SURNAME                          PIC X(18).
           05  ACD-FIRST-NAME                       PIC X(12).
           05  ACD-MID-INIT                         PIC X(1).
           05  ACD-TITLE                            PIC X(4).
           05  ACD-TELNO                            PIC X(10).
           05  ACD-ADDR1                            PIC X(24).
           05  ACD-ADDR2                            PIC X(24).
           05  ACD-ADDR3                            PIC X(24).
           05  ACD-AUTH-USER OCCURS 4 TIMES         PIC X(32).
           05  ACD-CARDS-ISSUED                     PIC X(1).
           05  ACD-CARDS-ISSUED-N REDEFINES ACD-CARDS-ISSUED
                                                    PIC 9(1).
           05  ACD-ISSUE-DATE.
               10  ACD-ISSUE-MM                     PIC X(2).
               10  ACD-ISSUE-DD                     PIC X(2).
               10  ACD-ISSUE-YY                     PIC X(2).
           05  ACD-ISSUE-REASON                     PIC X(1).
               88  ACD-REASON-NEW                   VALUE 'N'.
               88  ACD-REASON-LOST                  VALUE 'L'.
               88  ACD-REASON-STOLEN                VALUE 'S'.
               88  ACD-REASON-REPLACED              VALUE 'R'.
           05  ACD-CARD-CODE                        PIC X(1).
           05  ACD-APPROVED-BY                      PIC X(3).
           05  ACD-SPECIAL-CODE OCCURS 3 TIMES      PIC X(1).
           05  ACD-STATUS                           PIC X(2).
           05  ACD-CREDIT-LIMIT                     PIC X(8).
           05  ACD-PAY-HISTORY OCCURS 3 TIMES.
               10  ACD-BILL-BALANCE                 PIC X(8).
               10  ACD-BILL-DATE                    PIC X(6).
               10  ACD-BILL-AMOUNT                  PIC X(8).
               10  ACD-PAY-DATE                     PIC X(6).
               10  ACD-PAY-AMOUNT                   PIC X(8).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
