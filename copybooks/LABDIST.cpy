      ******************************************************************
      * LABDIST.cpy
      * Labor cost distribution record - written by SalaryCalc, one
      * entry per paid employee per department their pay is charged
      * to.  A salaried employee, or an hourly employee whose hours
      * were all worked at home, has a single entry for the home
      * department carrying the whole gross and employer benefit; an
      * hourly employee who charged hours elsewhere has one entry per
      * department, the gross and benefit split in proportion to the
      * hours charged (LABDIST-HOURS), the last department taking the
      * rounding so the entries add back to the employee's figures.
      * DepartmentPayroll totals these by LABDIST-CHARGE-DEPARTMENT
      * for the labor cost columns of the department summary.
      ******************************************************************
       01  LABOR-DISTRIBUTION-RECORD.
           05  LABDIST-EMPLOYEE-NUMBER   PIC 9(6).
           05  LABDIST-HOME-DEPARTMENT   PIC X(4).
           05  LABDIST-CHARGE-DEPARTMENT PIC X(4).
           05  LABDIST-HOURS             PIC 9(4)V99.
           05  LABDIST-GROSS-AMOUNT      PIC S9(7)V99.
           05  LABDIST-BENEFIT-AMOUNT    PIC S9(5)V99.
           05  LABDIST-RUN-DATE          PIC 9(8).
