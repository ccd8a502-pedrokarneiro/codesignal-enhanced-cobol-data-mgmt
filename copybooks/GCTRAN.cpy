      * GCTRAN-TO-ACCOUNT and GCTRAN-TRANSFER-AMOUNT are only used on
      * a transfer record, and are posted against the real account
      * master, ACCTMAST, rather than the in-memory Account group a
      * deposit record posts against.  A loan-payment record 'L'
      * uses the same three transfer fields: GCTRAN-FROM-ACCOUNT is
      * the deposit account the payment is drawn from,
      * GCTRAN-TO-ACCOUNT carries the LOANMAST loan number, and
      * GCTRAN-TRANSFER-AMOUNT is the payment.  An external payment
      * record 'X' is a customer's payment to an account at another
      * bank: GCTRAN-FROM-ACCOUNT is debited for
      * GCTRAN-TRANSFER-AMOUNT, GCTRAN-TO-ACCOUNT is unused (zero),
      * and GCTRAN-EXT-ROUTING-NUMBER and GCTRAN-EXT-ACCOUNT name the
      * receiving bank and account the payment is originated to over
      * ACH.  Those two fields are blank on every other record type.
      ******************************************************************
       01  GCTRAN-RECORD.
           05  GCTRAN-TYPE              PIC X VALUE 'D'.
               88  GCTRAN-IS-DEPOSIT    VALUE 'D'.
               88  GCTRAN-IS-TRANSFER   VALUE 'T'.
               88  GCTRAN-IS-LOAN-PAYMENT VALUE 'L'.
               88  GCTRAN-IS-EXTERNAL-PAYMENT VALUE 'X'.
           05  GCTRAN-ACCOUNT-BALANCE   PIC S9(6).
           05  GCTRAN-DEPOSIT           PIC S9(6).
           05  GCTRAN-FROM-ACCOUNT      PIC 9(10).
           05  GCTRAN-TO-ACCOUNT        PIC 9(10).
           05  GCTRAN-TRANSFER-AMOUNT   PIC S9(5)V99.
           05  GCTRAN-EXT-ROUTING-NUMBER PIC 9(9).
           05  GCTRAN-EXT-ACCOUNT       PIC X(17).
