      ******************************************************************
      * RETROTRN.cpy
      * Retroactive pay request - one late-approved raise, read by
      * RetroPay.  Each entry names the employee, the new rate (the
      * per-period salary for a salaried employee, the hourly rate
      * for an hourly one, as EMP-CURRENT-SALARY carries it) and the
      * date the raise took effect.  Every regular PAYHIST period
      * paid on or after that date is re-priced at the new rate and
      * the difference is paid as one retro line.  The raise itself
      * still goes onto EMPMAST through EmployeeMaint for the periods
      * to come.
      ******************************************************************
       01  RETRO-REQUEST-RECORD.
           05  RETRO-EMPLOYEE-NUMBER PIC 9(6).
           05  RETRO-NEW-RATE        PIC 9(7)V99.
           05  RETRO-EFFECTIVE-DATE  PIC 9(8).
