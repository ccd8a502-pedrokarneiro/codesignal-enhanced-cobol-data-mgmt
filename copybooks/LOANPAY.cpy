      ******************************************************************
      * LOANPAY.cpy
      * Loan payment history record.  GroupCalcDemo appends one entry
      * each time it applies a GCTRAN 'L' loan payment, showing how
      * the payment split between interest and principal and what
      * principal was left owing, so the split survives past the
      * run that posted it.  LOANPAY-ACCOUNT-NUMBER is the deposit
      * account the payment was drawn from.
      ******************************************************************
       01  LOAN-PAYMENT-RECORD.
           05  LOANPAY-LOAN-NUMBER       PIC 9(10).
           05  LOANPAY-ACCOUNT-NUMBER    PIC 9(10).
           05  LOANPAY-RUN-DATE          PIC 9(8).
           05  LOANPAY-PAYMENT-AMOUNT    PIC S9(7)V99.
           05  LOANPAY-INTEREST-PORTION  PIC S9(7)V99.
           05  LOANPAY-PRINCIPAL-PORTION PIC S9(7)V99.
           05  LOANPAY-PRINCIPAL-BALANCE PIC S9(7)V99.
