      ******************************************************************
      * GARNORD.cpy
      * Garnishment order record - one entry per court or agency order
      * served on an employee, any number per employee.  SalaryCalc
      * applies an employee's active orders lowest GARN-PRIORITY first
      * against the period's disposable earnings (gross less tax
      * withheld) and rewrites the file with GARN-PAID-TO-DATE and
      * GARN-LAST-PAID-DATE advanced.
      * GARN-PERIOD-AMOUNT is what the order asks for each pay period.
      * GARN-LIMIT-PERCENT is the legal ceiling, as a percentage of
      * disposable earnings, on everything withheld for this order and
      * every order ahead of it - so a creditor order at 25 takes
      * nothing once a support order at 50 has used 25 percent of
      * the pay.  Zero means the general 25 percent.
      * GARN-TOTAL-OWED is the judgment or arrears balance; the order
      * is cut to what is still owed and marked satisfied ('S') once
      * GARN-PAID-TO-DATE reaches it.  Zero means an open-ended order
      * (current support) that runs until the agency releases it.
      * An employee with any order on this file is garnished by the
      * orders alone; EMP-GARNISHMENT-AMOUNT is used only for an
      * employee with none.
      ******************************************************************
       01  GARNISHMENT-ORDER-RECORD.
           05  GARN-EMPLOYEE-NUMBER     PIC 9(6).
           05  GARN-CASE-NUMBER         PIC X(15).
           05  GARN-ORDER-TYPE          PIC X.
               88  GARN-CHILD-SUPPORT   VALUE 'C'.
               88  GARN-TAX-LEVY        VALUE 'L'.
               88  GARN-CREDITOR        VALUE 'G'.
           05  GARN-PRIORITY            PIC 9(2).
           05  GARN-AGENCY-CODE         PIC X(6).
           05  GARN-AGENCY-NAME         PIC X(25).
           05  GARN-PERIOD-AMOUNT       PIC 9(5)V99.
           05  GARN-LIMIT-PERCENT       PIC 9(2)V99.
           05  GARN-TOTAL-OWED          PIC 9(7)V99.
           05  GARN-PAID-TO-DATE        PIC 9(7)V99.
           05  GARN-STATUS              PIC X.
               88  GARN-ACTIVE          VALUE 'A'.
               88  GARN-SATISFIED       VALUE 'S'.
           05  GARN-LAST-PAID-DATE      PIC 9(8).
