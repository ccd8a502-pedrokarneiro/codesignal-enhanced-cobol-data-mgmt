      ******************************************************************
      * HOLDMNT.cpy
      * Legal hold request record read by HoldMaint.  A 'P' request
      * places a new hold on HOLDMNT-ACCOUNT-NUMBER, which must be an
      * account on ACCTMAST; HoldMaint assigns the next hold sequence
      * number for the account, and the hold is placed as of the run
      * date.  An 'R' request releases the hold identified by the
      * account number and HOLDMNT-SEQUENCE, as printed on the report
      * the day it was placed.  HOLDMNT-AMOUNT is required for an 'A'
      * amount hold and ignored for an 'F' freeze.  A zero
      * HOLDMNT-EXPIRY-DATE places a hold with no expiry.
      ******************************************************************
       01  HOLDMNT-RECORD.
           05  HOLDMNT-REQUEST-TYPE      PIC X.
               88  HOLDMNT-IS-PLACE      VALUE 'P'.
               88  HOLDMNT-IS-RELEASE    VALUE 'R'.
           05  HOLDMNT-ACCOUNT-NUMBER    PIC 9(10).
           05  HOLDMNT-SEQUENCE          PIC 9(3).
           05  HOLDMNT-HOLD-TYPE         PIC X.
               88  HOLDMNT-IS-AMOUNT-HOLD  VALUE 'A'.
               88  HOLDMNT-IS-FREEZE       VALUE 'F'.
           05  HOLDMNT-AMOUNT            PIC S9(7)V99.
           05  HOLDMNT-REASON-CODE       PIC X(2).
               88  HOLDMNT-REASON-VALID  VALUE 'LV' 'CO' 'FR' 'OT'.
           05  HOLDMNT-EXPIRY-DATE       PIC 9(8).
