      * borrower's copy, stops the daily fine accrual for it, and
      * puts a flat replacement charge on the patron's PATFINE
      * balance in place of further daily fines.
      * LIBTRAN-LIBRARY-NAME is the branch (as named on LIBBRCH) the
      * transaction happens at.  A hold for a title that branch does
      * not hold sends an on-shelf copy over from another branch in
      * transit; the receiving branch posts a check-in ('I') when it
      * arrives, which offers it to the patron.  A check-in also
      * receives a copy returned at another branch and sent home.
      * LIBTRAN-BORROWER-ID is not meaningful on a check-in.
      * A renewal ('N') extends the borrower's own loan of the title
      * to LIBTRAN-DUE-DATE, the new due date the desk supplies.
      ******************************************************************
       01  LIBTRAN-RECORD.
           05  LIBTRAN-LIBRARY-NAME     PIC X(30).
               88  LIBTRAN-IS-HOLD      VALUE 'H'.
               88  LIBTRAN-IS-LOST      VALUE 'L'.
               88  LIBTRAN-IS-DAMAGED   VALUE 'D'.
               88  LIBTRAN-IS-CHECK-IN  VALUE 'I'.
               88  LIBTRAN-IS-RENEWAL   VALUE 'N'.
           05  LIBTRAN-DUE-DATE         PIC 9(8).
           05  LIBTRAN-BORROWER-ID      PIC X(10).
