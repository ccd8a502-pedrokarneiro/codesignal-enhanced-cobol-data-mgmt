      * complete before posting it.  The layout lived inline in
      * ComputeExpenses until the month-end close job needed to read
      * it back; it is maintained here now so writer and readers
      * cannot drift apart.  GL-HEADER-SOURCE names the feeder that
      * wrote the batch (EXPENSES, PAYROLL, INTEREST ...), so the
      * ledger's posted-batch log can tell apart two feeders'
      * batches that happen to match in date, count and amount.
      ******************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE       PIC X(1).
               10  GL-AMOUNT            PIC S9(7)V99.
           05  GL-HEADER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-HEADER-RUN-DATE   PIC 9(8).
               10  GL-HEADER-SOURCE     PIC X(8).
               10  FILLER               PIC X(3).
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRAILER-RECORD-COUNT PIC 9(10).
               10  GL-TRAILER-TOTAL     PIC S9(7)V99.
