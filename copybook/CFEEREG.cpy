      * assessed a service charge, closed with a TOTAL record whose   *
      * figures ZBNKGLJ1 proves the GL journal against before         *
      * release.                                                      *
      * FEE-REG-ENTRY-TYPE tells the entries apart. "A" is the charge *
      * assessed (net of any waiver). "W" records a fee waived at     *
      * assessment under the waiver list - a memo only, it is not     *
      * part of the charge. "R" is a reversal of a fee charged in a   *
      * prior cycle, with the reversed amounts in the fee fields.     *
      * Waiver and reversal entries carry the fee type, reason,       *
      * approver and branch. The TOTAL record's TOTAL-FEE is the net  *
      * assessed; the reversal and waived totals ride alongside.      *
      *****************************************************************
       01  FEE-REGISTER-RECORD.
           05  FEE-REG-PID                          PIC X(5).
           05  FEE-REG-EXCESS-COUNT                 PIC 9(5).
           05  FEE-REG-EXCESS-FEE                   PIC 9(7)V99.
           05  FEE-REG-TOTAL-FEE                    PIC 9(7)V99.
           05  FEE-REG-ENTRY-TYPE                   PIC X(1).
               88  FEE-REG-ASSESSED                 VALUES 'A' ' '.
               88  FEE-REG-WAIVER                   VALUE 'W'.
               88  FEE-REG-REVERSAL                 VALUE 'R'.
           05  FEE-REG-FEE-TYPE                     PIC X(1).
           05  FEE-REG-REASON                       PIC X(4).
           05  FEE-REG-APPROVER                     PIC X(8).
           05  FEE-REG-BRANCH                       PIC X(4).
           05  FEE-REG-CHARGED-DATE                 PIC X(8).
           05  FEE-REG-REVERSAL-COUNT               PIC 9(5).
           05  FEE-REG-REVERSAL-TOTAL               PIC 9(7)V99.
           05  FEE-REG-WAIVED-TOTAL                 PIC 9(7)V99.
           05  FILLER                               PIC X(9).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
