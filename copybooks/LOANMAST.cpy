      ******************************************************************
      * LOANMAST.cpy
      * Installment loan master record.  One entry per consumer loan
      * booked, kept as a VSAM KSDS keyed on LOAN-NUMBER the same way
      * ACCTMAST is keyed on the account number.  LoanBooking opens
      * the record and prints the amortization schedule; a GCTRAN
      * 'L' loan-payment record posted by GroupCalcDemo debits
      * LOAN-ACCOUNT-NUMBER on ACCTMAST and applies the payment here,
      * interest first and the remainder against principal.
      * LOAN-ANNUAL-RATE is a fraction (0.06750 = 6.75%), carried to
      * five places because loan rates are quoted in basis points,
      * unlike the two-place deposit rates on ACCTMAST.
      * LOAN-NEXT-DUE-DATE moves forward one month each time a full
      * scheduled payment is applied; LoanDelinquency ages a loan
      * from this date.  LOAN-STATUS 'P' marks a loan paid off.
      ******************************************************************
       01  LOAN-RECORD.
           05  LOAN-NUMBER               PIC 9(10).
           05  LOAN-ACCOUNT-NUMBER       PIC 9(10).
           05  LOAN-ORIGINAL-PRINCIPAL   PIC S9(7)V99.
           05  LOAN-PRINCIPAL-BALANCE    PIC S9(7)V99.
           05  LOAN-ANNUAL-RATE          PIC 9V9(5).
           05  LOAN-TERM-MONTHS          PIC 9(3).
           05  LOAN-PAYMENT-AMOUNT       PIC S9(7)V99.
           05  LOAN-BOOKED-DATE          PIC 9(8).
           05  LOAN-NEXT-DUE-DATE        PIC 9(8).
           05  LOAN-LAST-PAYMENT-DATE    PIC 9(8).
           05  LOAN-PAYMENTS-MADE        PIC 9(3).
           05  LOAN-INTEREST-PAID        PIC S9(7)V99.
           05  LOAN-STATUS               PIC X VALUE 'A'.
               88  LOAN-IS-ACTIVE        VALUE 'A'.
               88  LOAN-IS-PAID-OFF      VALUE 'P'.
