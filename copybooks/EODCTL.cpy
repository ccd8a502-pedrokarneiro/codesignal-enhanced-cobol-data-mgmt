      * balance-posting program appends one summary entry here when it
      * finishes, so operations can reconcile how many accounts ran and
      * what the ending balances totaled across the whole suite.
      * CTL-RECORD-TYPE blank is that run-total entry.  A program that
      * posts account by account follows it with one 'B' entry per
      * branch, CTL-BRANCH-CODE naming the branch and the count and
      * total taken over that branch's accounts alone, so the branch
      * entries for a run add back to its run total.  Anything that
      * reconciles run totals skips the 'B' entries.
      ******************************************************************
       01  CONTROL-RECORD.
           05  CTL-PROGRAM-ID       PIC X(15).
           05  CTL-TOTAL-BALANCE    PIC S9(9)V99.
           05  CTL-HASH-TOTAL       PIC S9(9).
           05  CTL-RUN-DATE         PIC 9(8).
           05  CTL-RECORD-TYPE      PIC X.
               88  CTL-RUN-TOTAL    VALUE SPACE.
               88  CTL-BRANCH-SUBTOTAL VALUE 'B'.
           05  CTL-BRANCH-CODE      PIC X(3).
