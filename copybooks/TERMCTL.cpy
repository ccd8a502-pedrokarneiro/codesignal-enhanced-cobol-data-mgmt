      ******************************************************************
      * TERMCTL.cpy
      * Term-control record - a single entry naming the last term
      * TermRollover closed, the business date it ran and the term
      * it opened.  The rollover refuses to close the same term a
      * second time, so a rerun cannot promote every student again
      * or archive the emptied files over the real ones.  No file
      * yet means no term has been rolled over.
      * TERMCTL-TERM-START-DATE and TERMCTL-TERM-END-DATE are the
      * first and last class days of the term opened, which
      * TuitionBilling bills and ClassEnroll prorates a dropped
      * class's fee against; zero where the dates were not given.
      ******************************************************************
       01  TERM-CONTROL-RECORD.
           05  TERMCTL-CLOSED-TERM-ID PIC X(6).
           05  TERMCTL-ROLLOVER-DATE  PIC 9(8).
           05  TERMCTL-NEW-TERM-ID    PIC X(6).
           05  TERMCTL-TERM-START-DATE PIC 9(8).
           05  TERMCTL-TERM-END-DATE  PIC 9(8).
