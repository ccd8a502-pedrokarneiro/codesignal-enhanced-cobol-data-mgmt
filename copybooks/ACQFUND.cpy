      ******************************************************************
      * ACQFUND.cpy
      * Library acquisitions budget fund.  One record per fund, with
      * the year's budget, the money committed on purchase-order
      * lines not yet received, and the money spent on copies that
      * have arrived.  AcqOrders commits against the fund and will
      * not order past what is left of the budget; BookMaint moves a
      * received copy's price from committed to spent.  Finance sets
      * the budget at the start of the year.
      ******************************************************************
       01  ACQ-FUND-RECORD.
           05  ACQF-FUND-CODE        PIC X(6).
           05  ACQF-FUND-NAME        PIC X(30).
           05  ACQF-BUDGET-AMOUNT    PIC 9(7)V99.
           05  ACQF-COMMITTED-AMOUNT PIC 9(7)V99.
           05  ACQF-SPENT-AMOUNT     PIC 9(7)V99.
