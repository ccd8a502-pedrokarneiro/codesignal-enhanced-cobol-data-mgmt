      ******************************************************************
      * LEGLHOLD.cpy
      * Legal hold record.  One entry per levy, court order or fraud
      * freeze placed against a deposit account, kept as a VSAM KSDS
      * keyed on the account number plus a hold sequence number, so
      * an account can carry more than one hold at a time and every
      * hold for an account is read back together in key order.
      * HoldMaint places, releases and expires holds; the shared
      * HoldCheck subprogram totals an account's holds in force for
      * every program that debits ACCTMAST.
      * HOLD-TYPE 'A' holds back HOLD-AMOUNT of the balance; 'F'
      * freezes the account outright and HOLD-AMOUNT is not used.
      * A hold is in force from HOLD-PLACED-DATE up to the day before
      * HOLD-EXPIRY-DATE; an expiry date of zero means the hold stands
      * until it is released.  HOLD-RELEASED-DATE is the date a hold
      * was released or swept expired, zero while it is active.
      * Reason 'DC' is the freeze DeathNotice places on an account
      * whose last living owner has died; PodSettlement releases it
      * when the account is paid out to its beneficiaries.  It is
      * not a reason HoldMaint will place by request.
      ******************************************************************
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCOUNT-NUMBER   PIC 9(10).
               10  HOLD-SEQUENCE         PIC 9(3).
           05  HOLD-TYPE                 PIC X.
               88  HOLD-IS-AMOUNT        VALUE 'A'.
               88  HOLD-IS-FREEZE        VALUE 'F'.
           05  HOLD-AMOUNT               PIC S9(7)V99.
           05  HOLD-REASON-CODE          PIC X(2).
               88  HOLD-REASON-LEVY      VALUE 'LV'.
               88  HOLD-REASON-COURT     VALUE 'CO'.
               88  HOLD-REASON-FRAUD     VALUE 'FR'.
               88  HOLD-REASON-OTHER     VALUE 'OT'.
               88  HOLD-REASON-DECEASED  VALUE 'DC'.
               88  HOLD-REASON-VALID     VALUE 'LV' 'CO' 'FR' 'OT'
                                               'DC'.
           05  HOLD-PLACED-DATE          PIC 9(8).
           05  HOLD-EXPIRY-DATE          PIC 9(8).
           05  HOLD-STATUS               PIC X VALUE 'A'.
               88  HOLD-IS-ACTIVE        VALUE 'A'.
               88  HOLD-IS-RELEASED      VALUE 'R'.
               88  HOLD-IS-EXPIRED       VALUE 'E'.
           05  HOLD-RELEASED-DATE        PIC 9(8).
