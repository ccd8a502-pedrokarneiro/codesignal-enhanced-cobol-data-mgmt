      ******************************************************************
      * CHKVOID.cpy
      * Check void request, keyed in by payroll when a check is lost,
      * spoiled or issued in error.  CheckMaint voids the check on
      * the CHKREG register and tells the bank to refuse it through
      * positive pay.  Only an outstanding check can be voided.
      ******************************************************************
       01  CHECK-VOID-RECORD.
           05  CHKV-CHECK-NUMBER        PIC 9(8).
           05  CHKV-REASON              PIC X(30).
