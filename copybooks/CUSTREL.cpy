      ******************************************************************
      * CUSTREL.cpy
      * Customer-to-account relationship record - one entry per
      * customer per account, so one customer can hold many accounts
      * and one account can have more than one customer on it.
      * CUSTR-ROLE says how the customer stands on the account: the
      * primary owner (exactly one per account, the customer who
      * opened it), a joint owner, or a custodian managing the
      * account for someone else.  A custodian does not own the
      * funds, so the relationship summary lists custodial accounts
      * but leaves them out of the customer's own deposit total.
      ******************************************************************
       01  CUSTREL-RECORD.
           05  CUSTR-CUSTOMER-ID        PIC 9(10).
           05  CUSTR-ACCOUNT-NUMBER     PIC 9(10).
           05  CUSTR-ROLE               PIC X.
               88  CUSTR-IS-PRIMARY     VALUE 'P'.
               88  CUSTR-IS-JOINT       VALUE 'J'.
               88  CUSTR-IS-CUSTODIAN   VALUE 'C'.
           05  CUSTR-LINKED-DATE        PIC 9(8).
