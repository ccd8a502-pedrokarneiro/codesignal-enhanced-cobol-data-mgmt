      * the employee's bank details on EMPMAST so the next run pays
      * by check instead of repeating the failure, logs the event to
      * the shared exception report, and prints the re-issue report
      * payroll cuts manual checks from.  A return of a customer
      * payment we originated through AchOriginate carries the trace
      * number of the original entry in ACHRET-TRACE-NUMBER and a
      * zero employee number; it is matched to the ACHSENT register
      * instead, and the customer's account is re-credited.  Payroll
      * returns leave the trace number zero or blank.
      ******************************************************************
       01  ACH-RETURN-RECORD.
           05  ACHRET-EMPLOYEE-NUMBER   PIC 9(6).
           05  ACHRET-BANK-ACCOUNT      PIC X(17).
           05  ACHRET-AMOUNT            PIC 9(7)V99.
           05  ACHRET-REASON-CODE       PIC X(3).
           05  ACHRET-TRACE-NUMBER      PIC 9(15).
