      * same keep-don't-delete treatment AccountMaint gives a closed
      * account.  EMPMNT-BANK-ROUTING-NUMBER must pass the ABA
      * check-digit test unless zero (zero means no direct deposit).
      * EMPMNT-HIRE-DATE is the service date for leave accrual; zero
      * on an ADD means hired on the business date, and zero on a
      * CHANGE leaves the stored date alone.  An ADD also creates the
      * employee's zeroed PTOBAL leave-balance entry.
      * EMPMNT-401K-DEFERRAL-PERCENT is a pay field, applied in full
      * on an ADD or CHANGE; zero ends the employee's deferrals.
      ******************************************************************
       01  EMPMNT-RECORD.
           05  EMPMNT-REQUEST-TYPE        PIC X.
           05  EMPMNT-PAY-FREQUENCY       PIC X.
           05  EMPMNT-PAY-TYPE            PIC X.
           05  EMPMNT-BENEFIT-PLAN-CODE   PIC X(3).
           05  EMPMNT-HIRE-DATE           PIC 9(8).
           05  EMPMNT-401K-DEFERRAL-PERCENT PIC 9(2)V99.
