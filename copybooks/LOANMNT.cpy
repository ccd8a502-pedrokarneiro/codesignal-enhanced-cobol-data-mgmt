      ******************************************************************
      * LOANMNT.cpy
      * Loan booking request record read by LoanBooking - one entry
      * per consumer loan to put on the books.  LOANMNT-ACCOUNT-NUMBER
      * is the borrower's ACCTMAST deposit account the monthly
      * payments are drawn from; it must be on file and active.
      * LOANMNT-ANNUAL-RATE is a fraction, the same as LOAN-ANNUAL-
      * RATE on the loan master.  The payment amount is not keyed -
      * LoanBooking computes the level monthly payment from the
      * principal, rate and term.
      ******************************************************************
       01  LOANMNT-RECORD.
           05  LOANMNT-REQUEST-TYPE      PIC X.
               88  LOANMNT-IS-BOOKING    VALUE 'B'.
           05  LOANMNT-LOAN-NUMBER       PIC 9(10).
           05  LOANMNT-ACCOUNT-NUMBER    PIC 9(10).
           05  LOANMNT-PRINCIPAL         PIC S9(7)V99.
           05  LOANMNT-ANNUAL-RATE       PIC 9V9(5).
           05  LOANMNT-TERM-MONTHS       PIC 9(3).
