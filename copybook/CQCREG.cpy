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
      * CQCREG.CPY                                                    *
      *---------------------------------------------------------------*
      * Statement quality-control sign-off register, written by       *
      * ZBNKQCS1 when the cycle's sample is pulled off the print      *
      * stream, updated by ZBNKQCR1 as the reviewers' results come in *
      * and read by ZBNKTRN1, which holds the vendor transmittal      *
      * until every sampled statement has passed. Record types:       *
      *   'H' - one per cycle, first on the file - the statements on  *
      *         the print stream, the sampling interval and the       *
      *         number of statements sampled                          *
      *   'D' - one per sampled statement, with the reasons it was    *
      *         picked ("Y" in each that applies), its page count     *
      *         and the reviewer's result                             *
      * Both carry the run id of the extract the statements came off. *
      *****************************************************************
       01  QC-REGISTER-RECORD.
           05  QCR-REC-TYPE                         PIC X(1).
               88  QCR-REC-HEADER                   VALUE 'H'.
               88  QCR-REC-DETAIL                   VALUE 'D'.
           05  QCR-RUN-ID.
               10  QCR-RUN-DATE                     PIC 9(6).
               10  QCR-RUN-TIME                     PIC 9(8).
           05  QCR-DETAIL-DATA.
               10  QCR-PID                          PIC X(5).
               10  QCR-REASONS.
                   15  QCR-RSN-INTERVAL             PIC X(1).
                   15  QCR-RSN-CURRENCY             PIC X(1).
                   15  QCR-RSN-HOUSEHOLD            PIC X(1).
                   15  QCR-RSN-LOAN                 PIC X(1).
                   15  QCR-RSN-FEE                  PIC X(1).
                   15  QCR-RSN-PENDING              PIC X(1).
                   15  QCR-RSN-MESSAGE              PIC X(1).
               10  QCR-PAGES                        PIC 9(4).
               10  QCR-STATUS                       PIC X(1).
                   88  QCR-UNREVIEWED               VALUE 'U'.
                   88  QCR-PASSED                   VALUE 'P'.
                   88  QCR-FAILED                   VALUE 'F'.
               10  QCR-REVIEWER                     PIC X(8).
               10  QCR-REVIEW-DATE                  PIC 9(6).
               10  QCR-NOTE                         PIC X(30).
               10  FILLER                           PIC X(4).
           05  QCR-HEADER-DATA REDEFINES QCR-DETAIL-DATA.
               10  QCR-STMT-COUNT                   PIC 9(5).
               10  QCR-INTERVAL                     PIC 9(5).
               10  QCR-SAMPLE-COUNT                 PIC 9(5).
               10  FILLER                           PIC X(50).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
