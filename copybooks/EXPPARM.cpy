      * PARM-DEPARTMENT-CODE identifies which department's figures
      * each record carries; ComputeExpenses reads every record on
      * the file and totals both by department and company-wide.
      * One record may instead carry department code SHRD: the
      * building's shared rent and utilities, entered once for the
      * whole company.  ComputeExpenses allocates them across the
      * departments (by SQFTFAC floor area, or active EMPMAST
      * headcount) instead of extracting SHRD as a department of its
      * own; PARM-FOOD on the shared record is not used.
      ******************************************************************
       01  EXPENSE-PARM-RECORD.
           05  PARM-DEPARTMENT-CODE     PIC X(4).
               88  PARM-SHARED-COSTS    VALUE "SHRD".
           05  PARM-RENT                PIC 9(5)V99.
           05  PARM-UTILITIES           PIC 9(4)V99.
           05  PARM-FOOD                PIC 9(4)V99.
