      ******************************************************************
      * APINVC.cpy
      * Accounts payable invoice record, keyed by vendor, department
      * and the vendor's own invoice number.  APIN-CATEGORY is the
      * ComputeExpenses expense category the invoice is for (RENT,
      * UTIL or FOOD), so the payment run can match the amount against
      * that department's EXPPARM figure for the category before it
      * pays.  An invoice over the EXPPARM figure by more than the
      * run's tolerance stays open until accounts payable approves it
      * by setting APIN-MATCH-OVERRIDE to 'Y'.  ApPaymentRun marks an
      * invoice paid, with the date and the vendor payment number it
      * went out on, and rewrites the file; ApAging ages the ones
      * still open.  ShowSettlement adds a SETTL invoice in the TOUR
      * department for each band's share of a settled show; it has
      * no EXPPARM figure and is paid without the match.
      ******************************************************************
       01  AP-INVOICE-RECORD.
           05  APIN-VENDOR-ID           PIC X(6).
           05  APIN-DEPARTMENT-CODE     PIC X(4).
           05  APIN-INVOICE-NUMBER      PIC X(12).
           05  APIN-CATEGORY            PIC X(5).
               88  APIN-RENT            VALUE "RENT ".
               88  APIN-UTILITIES       VALUE "UTIL ".
               88  APIN-FOOD            VALUE "FOOD ".
               88  APIN-SETTLEMENT      VALUE "SETTL".
           05  APIN-INVOICE-DATE        PIC 9(8).
           05  APIN-DUE-DATE            PIC 9(8).
           05  APIN-AMOUNT              PIC 9(7)V99.
           05  APIN-STATUS              PIC X.
               88  APIN-OPEN            VALUE 'O'.
               88  APIN-PAID            VALUE 'P'.
           05  APIN-MATCH-OVERRIDE      PIC X.
               88  APIN-OVERRIDE-APPROVED VALUE 'Y'.
           05  APIN-PAID-DATE           PIC 9(8).
           05  APIN-PAYMENT-NUMBER      PIC X(12).
