      ******************************************************************
      * PTORATE.cpy
      * Leave accrual rate record - one entry per years-of-service
      * tier, in the same ascending-upper-limit shape as TAXBRKT: the
      * first entry whose PTORATE-UPPER-YEARS is greater than or equal
      * to the employee's completed years of service applies, and a
      * service past the last entry takes the last entry.  The
      * entitlements are annual hours; SalaryCalc spreads them over
      * the employee's pay periods (52 weekly, 26 biweekly, 24
      * semi-monthly, 12 monthly) to get the accrual per pay period.
      * The caps are the most hours of each kind that carry into the
      * next leave year at the YtdRollover year-end run.
      ******************************************************************
       01  PTORATE-RECORD.
           05  PTORATE-UPPER-YEARS        PIC 9(2).
           05  PTORATE-VACATION-ANNUAL    PIC 9(3)V99.
           05  PTORATE-SICK-ANNUAL        PIC 9(3)V99.
           05  PTORATE-VACATION-CAP       PIC 9(4)V99.
           05  PTORATE-SICK-CAP           PIC 9(4)V99.
