      * is also returned to the caller. Operations offloads the       *
      * queue to the WBJRNLX file nightly; ZBNKRTL1 reports from      *
      * that file. The outcome is 'OK' or the gateway error code      *
      * ('1009' is a rate-limit rejection). For a WBBNKXFR transfer   *
      * the service fields carry the idempotency key, the amount and  *
      * the status WBBNKXFR answered with, so ZBNKXRC1 can reconcile  *
      * the calls against the transfer journal; other programs leave  *
      * them blank.                                                   *
      *****************************************************************
       01  WS-JOURNAL-RECORD.
           05  WS-JRNL-DATE              PIC X(10).
           05  WS-JRNL-OUTCOME           PIC X(8).
           05  FILLER                    PIC X(1).
           05  WS-JRNL-ELAPSED-MS        PIC 9(9).
           05  FILLER                    PIC X(1).
           05  WS-JRNL-SVC-KEY           PIC X(16).
           05  FILLER                    PIC X(1).
           05  WS-JRNL-SVC-AMOUNT        PIC X(11).
           05  WS-JRNL-SVC-AMOUNT-N REDEFINES WS-JRNL-SVC-AMOUNT
                                         PIC 9(9)V99.
           05  FILLER                    PIC X(1).
           05  WS-JRNL-SVC-STATUS        PIC X(2).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
