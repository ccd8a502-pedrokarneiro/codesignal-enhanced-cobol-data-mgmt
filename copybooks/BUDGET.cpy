      ******************************************************************
      * BUDGET.cpy
      * Annual departmental budget record.  One record per fiscal
      * year, department and category, keyed the same way as the
      * EXPPARM figures (BUDG-DEPARTMENT-CODE matches
      * PARM-DEPARTMENT-CODE) plus the payroll cost DepartmentPayroll
      * charges to the department.  The amount is the whole year's
      * budget; BudgetActual spreads it evenly across the twelve
      * months.  Finance loads next year's records ahead of January,
      * so the file can carry more than one fiscal year.
      ******************************************************************
       01  BUDGET-RECORD.
           05  BUDG-FISCAL-YEAR         PIC 9(4).
           05  BUDG-DEPARTMENT-CODE     PIC X(4).
           05  BUDG-CATEGORY            PIC X(5).
               88  BUDG-RENT            VALUE "RENT ".
               88  BUDG-UTILITIES       VALUE "UTIL ".
               88  BUDG-FOOD            VALUE "FOOD ".
               88  BUDG-PAYROLL         VALUE "PAYRL".
           05  BUDG-ANNUAL-AMOUNT       PIC 9(8)V99.
