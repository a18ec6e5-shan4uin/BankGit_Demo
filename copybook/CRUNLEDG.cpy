      *   'I' - extract run registered, in flight                     *
      *   'C' - extract run completed normally, counts final          *
      *   'R' - ZBNKREC1 reconciled the named run                     *
      *   'K' - ZBNKOBC1 checked the named run's opening balances     *
      *         against the prior cycle (counter 2 holds the breaks)  *
      *   'B' - ZBNKGLB1 proved the named run's deposit balances      *
      *         against the GL control accounts (counter 2 holds the  *
      *         control accounts out of balance)                      *
      *   'A' - ZBNKARV1 audited the statement archive for the        *
      *         statements delivered on paper or electronically       *
      *         (counter 1 holds those archived complete, counter 2   *
      *         the missing, partial and extra archive entries - a    *
      *         pass when it is zero)                                 *
      * ZBNKREC1 refuses an extract whose run id has no 'C' entry or  *
      * already has an 'R' entry, or whose latest 'B' entry shows     *
      * control accounts out of balance.                              *
      *****************************************************************
       01  RUNLEDG-RECORD.
           05  RUNLEDG-RUN-ID.
               88  RUNLEDG-STATUS-INFLIGHT           VALUE 'I'.
               88  RUNLEDG-STATUS-COMPLETE           VALUE 'C'.
               88  RUNLEDG-STATUS-RECONCILED         VALUE 'R'.
               88  RUNLEDG-STATUS-CHECKED            VALUE 'K'.
               88  RUNLEDG-STATUS-PROVED             VALUE 'B'.
               88  RUNLEDG-STATUS-AUDITED            VALUE 'A'.
           05  RUNLEDG-PARM                         PIC X(60).
           05  RUNLEDG-COUNTER1                     PIC 9(5).
           05  RUNLEDG-COUNTER2                     PIC 9(5).
