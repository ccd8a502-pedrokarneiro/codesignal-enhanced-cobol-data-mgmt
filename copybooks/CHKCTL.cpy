      ******************************************************************
      * CHKCTL.cpy
      * Check-stock control record - the one record that controls
      * the paper check sequence.  CHKCTL-NEXT-CHECK is the number
      * printed on the next blank form in the printer and
      * CHKCTL-LAST-CHECK the last number of the stock loaded;
      * operations resets both when a new box of stock is loaded.
      * CheckIssue advances CHKCTL-NEXT-CHECK as checks print and
      * rewrites the record at the end of the run, and refuses to
      * print past CHKCTL-LAST-CHECK.  CHKCTL-ACCOUNT-NUMBER is the
      * disbursement account the checks are drawn on, the account
      * the bank's positive-pay file is keyed to, and
      * CHKCTL-STALE-MONTHS how long a check may stay outstanding
      * before CheckMaint stale-dates it (zero means six).
      ******************************************************************
       01  CHECK-CONTROL-RECORD.
           05  CHKCTL-NEXT-CHECK        PIC 9(8).
           05  CHKCTL-LAST-CHECK        PIC 9(8).
           05  CHKCTL-ACCOUNT-NUMBER    PIC 9(10).
           05  CHKCTL-STALE-MONTHS      PIC 9(2).
