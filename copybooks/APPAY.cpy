      ******************************************************************
      * APPAY.cpy
      * Vendor payment file record written by ApPaymentRun - one
      * payment per vendor per run, covering every invoice the run
      * selected for that vendor.  APPY-PAYMENT-METHOD 'C' is a check
      * mailed to the remit-to address; 'A' is an ACH credit to the
      * vendor's routing and account.  APPY-PAYMENT-NUMBER is the run
      * date followed by a four-digit sequence, and is stamped on each
      * invoice the payment settles.
      ******************************************************************
       01  AP-PAYMENT-RECORD.
           05  APPY-PAYMENT-NUMBER.
               10  APPY-PAYMENT-DATE    PIC 9(8).
               10  APPY-PAYMENT-SEQ     PIC 9(4).
           05  APPY-VENDOR-ID           PIC X(6).
           05  APPY-VENDOR-NAME         PIC X(30).
           05  APPY-PAYMENT-METHOD      PIC X.
           05  APPY-REMIT-ADDRESS.
               10  APPY-REMIT-STREET    PIC X(30).
               10  APPY-REMIT-CITY      PIC X(20).
               10  APPY-REMIT-STATE     PIC X(2).
               10  APPY-REMIT-ZIP       PIC X(10).
           05  APPY-BANK-ROUTING        PIC 9(9).
           05  APPY-BANK-ACCOUNT        PIC X(17).
           05  APPY-INVOICE-COUNT       PIC 9(4).
           05  APPY-PAYMENT-AMOUNT      PIC 9(8)V99.
