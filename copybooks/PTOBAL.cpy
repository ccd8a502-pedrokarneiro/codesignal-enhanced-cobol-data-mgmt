      ******************************************************************
      * PTOBAL.cpy
      * Paid-time-off balance record - one entry per employee, keyed
      * by PTOBAL-EMPLOYEE-NUMBER and carried forward from payroll run
      * to payroll run the same way EMPYTD is.  Balances are in hours.
      * Each paid period SalaryCalc accrues vacation and sick leave at
      * the PTORATE rate for the employee's completed years of service
      * (from EMP-HIRE-DATE), then deducts the leave hours reported on
      * TIMESHT.  The ACCRUED and TAKEN figures are this leave year's
      * running totals; YtdRollover zeroes them at year end and cuts
      * each balance back to the carryover cap.  SalaryCalc stamps the
      * service years and the two caps in force onto the entry every
      * paid run, so the rollover needs nothing but this file.  A
      * balance can go negative when leave is taken ahead of accrual;
      * SalaryCalc pays the leave and flags the overdraw to EXCPRPT.
      ******************************************************************
       01  PTOBAL-RECORD.
           05  PTOBAL-EMPLOYEE-NUMBER     PIC 9(6).
           05  PTOBAL-SERVICE-YEARS       PIC 9(2).
           05  PTOBAL-VACATION-BALANCE    PIC S9(4)V99.
           05  PTOBAL-SICK-BALANCE        PIC S9(4)V99.
           05  PTOBAL-VACATION-ACCRUED    PIC S9(4)V99.
           05  PTOBAL-VACATION-TAKEN      PIC S9(4)V99.
           05  PTOBAL-SICK-ACCRUED        PIC S9(4)V99.
           05  PTOBAL-SICK-TAKEN          PIC S9(4)V99.
           05  PTOBAL-VACATION-CAP        PIC 9(4)V99.
           05  PTOBAL-SICK-CAP            PIC 9(4)V99.
