      ******************************************************************
      * RETPARM.cpy
      * 401(k) plan parameter record for SalaryCalc.  One record
      * carrying the plan-level figures, so the January limit change
      * or a new match formula is an operations update instead of a
      * recompile.  RETPARM-ANNUAL-LIMIT is the calendar-year cap on
      * an employee's own deferrals; once EMPYTD shows it reached, the
      * deferral stops for the rest of the year.  The employer match
      * is RETPARM-MATCH-PERCENT of the period's deferral, counting
      * only the deferral up to RETPARM-MATCH-CAP-PERCENT of the
      * period's gross (50.00 and 06.00 = fifty cents on the dollar
      * of the first six percent).  RETPARM-PLAN-NUMBER identifies
      * the plan to the custodian on the remittance file.  A missing
      * RETPARM file falls back to the figures coded in SalaryCalc.
      ******************************************************************
       01  RET-PARM-RECORD.
           05  RETPARM-PLAN-NUMBER      PIC X(10).
           05  RETPARM-ANNUAL-LIMIT     PIC 9(7)V99.
           05  RETPARM-MATCH-PERCENT    PIC 9(3)V99.
           05  RETPARM-MATCH-CAP-PERCENT PIC 9(2)V99.
