      ******************************************************************
      * BRHIST.cpy
      * Branch month-end history record.  BranchScorecard appends one
      * entry per branch the first time it is run for a month - the
      * branch's active account count and total deposit balance as it
      * stood that month - and measures the next month's deposit
      * growth against it.  A rerun for a month already on file adds
      * nothing.  BRHIST-BRANCH-CODE of spaces is the total for
      * accounts with no branch on the BRANCH table.
      ******************************************************************
       01  BRANCH-HISTORY-RECORD.
           05  BRHIST-MONTH              PIC 9(6).
           05  BRHIST-BRANCH-CODE        PIC X(3).
           05  BRHIST-ACTIVE-COUNT       PIC 9(5).
           05  BRHIST-DEPOSIT-BALANCE    PIC S9(9)V99.
