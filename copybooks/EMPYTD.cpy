      * EMPYTD-DEDUCTION-AMOUNT accumulates voluntary deductions only;
      * EMPYTD-GARNISHMENT-AMOUNT accumulates court-ordered wage
      * garnishments, which must be reported separately.
      * EMPYTD-401K-DEFERRAL is the employee's own pre-tax 401(k)
      * deferrals, held against the RETPARM annual limit and reported
      * apart from wages at year end; EMPYTD-401K-MATCH is the
      * employer match, which is also inside EMPYTD-EMPLOYER-BENEFIT.
      ******************************************************************
       01  EMPYTD-RECORD.
           05  EMPYTD-EMPLOYEE-NUMBER  PIC 9(6).
           05  EMPYTD-GARNISHMENT-AMOUNT PIC S9(6)V99.
           05  EMPYTD-NET-PAY          PIC S9(8)V99.
           05  EMPYTD-EMPLOYER-BENEFIT PIC S9(7)V99.
           05  EMPYTD-401K-DEFERRAL    PIC S9(6)V99.
           05  EMPYTD-401K-MATCH       PIC S9(6)V99.
