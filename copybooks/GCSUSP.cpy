      * GCSUSP-RETRY-COUNT is how many runs have already retried it -
      * once the cutoff is reached the record falls out to the
      * exception report for good instead of circling forever.
      * GCSUSP-REJECT-REASON is the reason the run that wrote the
      * record rejected it, so AlertExtract can tell a transfer that
      * bounced for insufficient funds from one that hit a closed or
      * frozen account.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  GCSUSP-RETRY-COUNT   PIC 9(2).
           05  GCSUSP-TRAN-IMAGE    PIC X(66).
           05  GCSUSP-REJECT-REASON PIC X(40).
