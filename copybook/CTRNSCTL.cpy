      * for each transmission and read back by ZBNKACK1 when the      *
      * vendor's acknowledgments are reconciled. Record types:        *
      *   'D' - one record per statement handed to the vendor,        *
      *         carrying the customer's PID, the statement's page     *
      *         count in TRN-PAGE-COUNT and its cycle date - the      *
      *         date ZBNKSTM1 prints on its page banner and archives  *
      *         it under, the interrupted run's date on a restart -   *
      *         in TRN-RUN-DATE, for ZBNKARV1's archive completeness  *
      *         audit, and the statement's own type '4' trailer       *
      *         amount in TRN-HASH-TOTAL, so an unconfirmed statement *
      *         can be tied back to the transmission hash total       *
      *   'C' - transmission control totals - statement count, page   *
      *         count and the hash total of the type '4' trailer      *
      *         amounts of the statements transmitted - written once  *
