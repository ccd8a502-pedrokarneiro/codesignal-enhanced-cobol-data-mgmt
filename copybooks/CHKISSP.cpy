      ******************************************************************
      * CHKISSP.cpy
      * Parameter record passed to the shared CheckIssue subprogram.
      * Call once with CHKI-ACTION 'O' (open) and CHKI-CALLER-ID set
      * before the first check, once with 'I' per check to print -
      * payee number, name and amount set; CheckIssue returns the
      * check number and CHKI-RESULT 'Y', or 'N' when no check could
      * be printed (stock exhausted or no CHKCTL record), in which
      * case the caller logs the payee to be paid by hand - and once
      * with 'C' (close) at the end, which returns the run's count
      * and total printed.  COPY this into a caller-named 01 level,
      * e.g.
      *     01  CHECK-ISSUE-PARMS.
      *         COPY CHKISSP.
      ******************************************************************
           05  CHKI-ACTION           PIC X.
           05  CHKI-CALLER-ID        PIC X(15).
           05  CHKI-PAYEE-NUMBER     PIC 9(6).
           05  CHKI-PAYEE-NAME       PIC X(20).
           05  CHKI-AMOUNT           PIC 9(7)V99.
           05  CHKI-CHECK-NUMBER     PIC 9(8).
           05  CHKI-RESULT           PIC X.
               88  CHKI-ISSUED       VALUE 'Y'.
               88  CHKI-NOT-ISSUED   VALUE 'N'.
           05  CHKI-ISSUED-COUNT     PIC 9(5).
           05  CHKI-ISSUED-TOTAL     PIC 9(9)V99.
