      * exception report, and an hourly employee due this run with no
      * timesheet is flagged there too instead of being paid zero
      * silently.
      * TIMESHT-VACATION-HOURS and TIMESHT-SICK-HOURS are leave taken
      * in the week.  For an hourly employee they are paid at the
      * straight rate, apart from the overtime count, and deducted
      * from the PTOBAL balances.  A salaried employee's pay does not
      * change, but a leave-only sheet (zero hours worked) is how their
      * leave is reported and deducted; a salaried sheet with hours
      * worked is still rejected.
      * TIMESHT-CHARGE-DEPARTMENT is the department the week's hours
      * worked were done for, when it is not the employee's home
      * EMP-DEPARTMENT-CODE; spaces charge the home department.  An
      * employee who works for several departments sends one sheet
      * per department per week.  SalaryCalc spreads the period's
      * gross and employer benefit cost across the departments in
      * proportion to the hours charged to each; leave hours always
      * charge the home department.
      ******************************************************************
       01  TIMESHEET-RECORD.
           05  TIMESHT-EMPLOYEE-NUMBER  PIC 9(6).
           05  TIMESHT-WEEK-ENDING      PIC 9(8).
           05  TIMESHT-HOURS-WORKED     PIC 9(2)V99.
           05  TIMESHT-VACATION-HOURS   PIC 9(2)V99.
           05  TIMESHT-SICK-HOURS       PIC 9(2)V99.
           05  TIMESHT-CHARGE-DEPARTMENT PIC X(4).
