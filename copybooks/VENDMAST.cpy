      ******************************************************************
      * VENDMAST.cpy
      * Accounts payable vendor master record.  One entry per landlord
      * or supplier the departments' rent, utilities and food are paid
      * to, carrying the remittance details the weekly payment run
      * needs: how the vendor is paid (check to the remit-to address,
      * or ACH to the bank routing/account) and whether payments to
      * the vendor are currently allowed.  A vendor on hold or
      * inactive keeps its invoices open; ApPaymentRun lists them to
      * the exception file instead of paying them.
      ******************************************************************
       01  VENDOR-MASTER-RECORD.
           05  VEND-VENDOR-ID           PIC X(6).
           05  VEND-VENDOR-NAME         PIC X(30).
           05  VEND-STATUS              PIC X.
               88  VEND-ACTIVE          VALUE 'A'.
               88  VEND-ON-HOLD         VALUE 'H'.
               88  VEND-INACTIVE        VALUE 'I'.
           05  VEND-PAYMENT-METHOD      PIC X.
               88  VEND-PAY-BY-CHECK    VALUE 'C'.
               88  VEND-PAY-BY-ACH      VALUE 'A'.
           05  VEND-REMIT-ADDRESS.
               10  VEND-REMIT-STREET    PIC X(30).
               10  VEND-REMIT-CITY      PIC X(20).
               10  VEND-REMIT-STATE     PIC X(2).
               10  VEND-REMIT-ZIP       PIC X(10).
           05  VEND-BANK-ROUTING        PIC 9(9).
           05  VEND-BANK-ACCOUNT        PIC X(17).
