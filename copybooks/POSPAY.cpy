      ******************************************************************
      * POSPAY.cpy
      * Positive-pay issue file record, sent to the bank on the
      * disbursement account so only checks we issued clear.  An
      * 'I' entry tells the bank a check was issued for exactly this
      * number and amount; a 'V' entry tells it to refuse a check we
      * have voided or stale-dated.  CheckIssue writes the issues,
      * CheckMaint the voids.
      ******************************************************************
       01  POSITIVE-PAY-RECORD.
           05  POSPAY-ACCOUNT-NUMBER    PIC 9(10).
           05  POSPAY-CHECK-NUMBER      PIC 9(8).
           05  POSPAY-ISSUE-DATE        PIC 9(8).
           05  POSPAY-AMOUNT            PIC 9(8)V99.
           05  POSPAY-PAYEE-NAME        PIC X(20).
           05  POSPAY-ACTION            PIC X.
               88  POSPAY-ISSUE         VALUE 'I'.
               88  POSPAY-VOID          VALUE 'V'.
