      ******************************************************************
      * GLBATLOG.cpy
      * Posted-batch log.  LedgerPost appends one entry for every
      * GLEXTR batch it applies to the GL master, identified by the
      * batch header's run date and source, its detail record count
      * and its debit total (a balanced batch always totals zero, so
      * the trailer total alone cannot tell two batches apart).  A batch
      * already on the log is skipped, so a rerun - or the month-end
      * pass over the whole month's generations - never posts the
      * same journal twice.
      ******************************************************************
       01  GL-BATCH-LOG-RECORD.
           05  GLBAT-RUN-DATE           PIC 9(8).
           05  GLBAT-SOURCE             PIC X(8).
           05  GLBAT-RECORD-COUNT       PIC 9(10).
           05  GLBAT-DEBIT-TOTAL        PIC 9(9)V99.
           05  GLBAT-POSTED-DATE        PIC 9(8).
           05  GLBAT-PERIOD             PIC 9(6).
