      ******************************************************************
      * TLRTRAN.cpy
      * Teller cash transaction record - the physical-cash side of
      * the teller line, one entry per cash movement through a
      * teller's drawer during the business day.  A drawer's day
      * starts with an 'O' open record carrying the cash counted
      * into it, and ends with a 'C' close record carrying the cash
      * counted out of it.  In between, 'B' is cash the drawer
      * bought from the branch vault, 'S' excess cash sold back to
      * the vault, and 'D' / 'W' a customer's counter cash deposit
      * or withdrawal on TLRT-ACCOUNT-NUMBER.  The deposit or
      * withdrawal itself still posts to the account the way it
      * always has, keyed to GCTRAN or ACCTMNT; this record only
      * tracks the cash.  TLRT-ACCOUNT-NUMBER is zero on every other
      * record type.
      ******************************************************************
       01  TELLER-TRAN-RECORD.
           05  TLRT-TELLER-ID           PIC X(8).
           05  TLRT-DRAWER-NUMBER       PIC 9(3).
           05  TLRT-TRAN-TYPE           PIC X.
               88  TLRT-IS-OPEN         VALUE 'O'.
               88  TLRT-IS-BUY          VALUE 'B'.
               88  TLRT-IS-SELL         VALUE 'S'.
               88  TLRT-IS-DEPOSIT      VALUE 'D'.
               88  TLRT-IS-WITHDRAWAL   VALUE 'W'.
               88  TLRT-IS-CLOSE        VALUE 'C'.
           05  TLRT-ACCOUNT-NUMBER      PIC 9(10).
           05  TLRT-AMOUNT              PIC 9(7)V99.
