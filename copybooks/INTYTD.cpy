      * on file for a tax year into a year-to-date interest register
      * without FinanceCalculator itself having to carry a running
      * total across runs.
      * INTYTD-BACKUP-WITHHELD is the federal backup withholding taken
      * from the interest when it was capitalized for a customer
      * without a certified TIN on CUSTADDR - FinanceCalculator writes
      * it as its own entry with zero interest earned, so the
      * interest totals are unchanged.  Interest1099 reports it in
      * box 4 and BkwhRemittance totals it for the monthly IRS
      * deposit.  Entries written before the field existed read back
      * as spaces and count as zero.
      ******************************************************************
       01  INTEREST-YTD-RECORD.
           05  INTYTD-PROGRAM-ID        PIC X(15).
           05  INTYTD-ACCOUNT-NUMBER    PIC 9(10).
           05  INTYTD-RUN-DATE          PIC 9(8).
           05  INTYTD-INTEREST-EARNED   PIC S9(5)V99.
           05  INTYTD-BACKUP-WITHHELD   PIC S9(5)V99.
