      ******************************************************************
      * INTPARM.cpy
      * Interest parameter record for FinanceCalculator.  One record
      * naming the balance the daily accrual is figured on, so the
      * basis can be changed by operations without a code change and
      * recompile.
      * INTPARM-BALANCE-ON-HAND ('B') accrues on the account's balance
      * at run time, as the accrual always has.
      * INTPARM-AVERAGE-DAILY ('A') accrues on the month-to-date
      * average daily balance from the nightly BALSNAP balance
      * snapshot - both for the tier lookup and for the day's
      * interest - falling back to the balance on hand for an account
      * with no snapshot entry this month yet.
      * A missing INTPARM file is taken as 'B'.
      ******************************************************************
       01  INTEREST-PARM-RECORD.
           05  INTPARM-INTEREST-BASIS   PIC X.
               88  INTPARM-BALANCE-ON-HAND  VALUE 'B'.
               88  INTPARM-AVERAGE-DAILY    VALUE 'A'.
