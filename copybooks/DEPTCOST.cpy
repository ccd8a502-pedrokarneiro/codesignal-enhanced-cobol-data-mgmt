      ******************************************************************
      * DEPTCOST.cpy
      * Departmental payroll cost history.  DepartmentPayroll appends
      * one entry per department every payroll run, stamped with the
      * run date: the labor gross and employer benefit SalaryCalc's
      * LABDIST distribution charged to the department where the work
      * was done.  A month's payroll cost is the sum of its runs'
      * entries.  BudgetActual reads it back beside EXPHIST.
      ******************************************************************
       01  DEPT-COST-RECORD.
           05  DCST-RUN-DATE            PIC 9(8).
           05  DCST-RUN-MONTH REDEFINES DCST-RUN-DATE.
               10  DCST-YEAR-MONTH      PIC 9(6).
               10  DCST-DAY             PIC 9(2).
           05  DCST-DEPARTMENT-CODE     PIC X(4).
           05  DCST-LABOR-GROSS         PIC S9(8)V99.
           05  DCST-LABOR-BENEFIT       PIC S9(8)V99.
