      ******************************************************************
      * CTRHIST.cpy
      * Currency-transaction day-total history record.  CtrReport
      * keeps one entry per account per business day on which the
      * account's cash in or cash out came within the structuring-
      * watch band or went over the CTR filing threshold, so the
      * watch list can look back across a rolling window of days.
      * The file is small and line sequential - CtrReport loads it,
      * drops the entries that have aged out of the longest window
      * (and any left by an earlier run of the same business day),
      * adds the day's entries and rewrites it whole.
      ******************************************************************
       01  CTRHIST-RECORD.
           05  CTRH-ACCOUNT-NUMBER      PIC 9(10).
           05  CTRH-BUSINESS-DATE       PIC 9(8).
           05  CTRH-CASH-IN             PIC S9(9)V99.
           05  CTRH-CASH-OUT            PIC S9(9)V99.
