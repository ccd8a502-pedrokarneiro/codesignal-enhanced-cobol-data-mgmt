      * against each period's gross; the field stays on the record
      * for layout compatibility only.
      * EMP-DEDUCTION-AMOUNT is the employee's voluntary deductions
      * only (insurance premium share and the like) - the 401(k)
      * contribution is no longer typed in here but computed each
      * period from EMP-401K-DEFERRAL-PERCENT;
      * EMP-GARNISHMENT-AMOUNT is the court-ordered wage garnishment
      * withheld per period, kept separate because garnishments must
      * be reported apart from voluntary deductions.
      * but still rolls the employee's year-to-date totals forward
      * unchanged, so a later return from leave resumes against the
      * correct running total.
      * EMP-HIRE-DATE (YYYYMMDD) is the employee's service date; the
      * completed years of service from it pick the PTORATE leave
      * accrual tier SalaryCalc applies.
      * EMP-401K-DEFERRAL-PERCENT is the share of each period's gross
      * the employee defers into the 401(k) plan, before income tax
      * withholding; SalaryCalc applies the RETPARM annual limit and
      * employer match.  Zero means not enrolled.
      ******************************************************************
       01  EMP-RECORD.
           05  EMP-EMPLOYEE-NUMBER   PIC 9(6).
               88  EMP-SALARIED          VALUE 'S'.
               88  EMP-HOURLY            VALUE 'H'.
           05  EMP-BENEFIT-PLAN-CODE PIC X(3) VALUE SPACES.
           05  EMP-HIRE-DATE         PIC 9(8) VALUE ZERO.
           05  EMP-401K-DEFERRAL-PERCENT PIC 9(2)V99 VALUE ZERO.
