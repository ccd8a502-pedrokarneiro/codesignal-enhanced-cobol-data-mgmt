      * it is rolled into ACCTM-ACCOUNT-BALANCE and reset to zero on
      * the month-end run, so the figure an account earns no longer
      * depends on how many times the nightly suite happened to run.
      * ACCTM-BRANCH-CODE is the branch the account is booked at, off
      * the BRANCH reference table - set when AccountMaint opens the
      * account and changed only by its branch-transfer request.
      * ACCTM-OPENED-DATE and ACCTM-CLOSED-DATE are the dates the
      * account was opened and closed, for the monthly branch
      * scorecard; zero where not known or not yet closed.
      ******************************************************************
       01  ACCTM-RECORD.
           05  ACCTM-ACCOUNT-NUMBER      PIC 9(10).
               88  ACCTM-IS-CD           VALUE 'C'.
           05  ACCTM-MATURITY-DATE       PIC 9(8) VALUE ZERO.
           05  ACCTM-ACCRUED-INTEREST    PIC S9(5)V99 VALUE ZERO.
           05  ACCTM-BRANCH-CODE         PIC X(3) VALUE SPACES.
           05  ACCTM-OPENED-DATE         PIC 9(8) VALUE ZERO.
           05  ACCTM-CLOSED-DATE         PIC 9(8) VALUE ZERO.
