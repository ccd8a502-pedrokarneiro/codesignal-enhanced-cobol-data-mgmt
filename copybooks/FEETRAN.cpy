      * carry Initial-Balance/Deposit/Admin-Fee as hardcoded literals
      * (overridable one at a time from SYSIN); this record lets a
      * single run process any number of customers in one pass.
      * FEETRAN-FEE-CODE names the customer's admin fee on the FEESCHD
      * fee schedule; the amount itself is no longer carried here, so
      * a fee change is made once on the schedule, not on every
      * transaction.
      ******************************************************************
       01  FEETRAN-RECORD.
           05  FEETRAN-CUSTOMER-ID      PIC X(10).
           05  FEETRAN-INITIAL-BALANCE  PIC S9(6)V99.
           05  FEETRAN-DEPOSIT          PIC S9(6)V99.
           05  FEETRAN-FEE-CODE         PIC X(8).
