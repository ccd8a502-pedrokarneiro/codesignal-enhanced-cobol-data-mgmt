      ******************************************************************
      * CHKPAID.cpy
      * Paid-check record from the bank's daily paid-items file on
      * the disbursement account - each check that cleared, the
      * amount it cleared for and the date.  CheckMaint marks the
      * CHKREG entry paid, so the outstanding-check listing shows
      * only what is still out.
      ******************************************************************
       01  CHECK-PAID-RECORD.
           05  CHKPD-CHECK-NUMBER       PIC 9(8).
           05  CHKPD-AMOUNT             PIC 9(7)V99.
           05  CHKPD-PAID-DATE          PIC 9(8).
