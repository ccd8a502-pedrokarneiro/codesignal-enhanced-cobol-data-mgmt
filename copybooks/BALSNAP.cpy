      ******************************************************************
      * BALSNAP.cpy
      * Daily end-of-day balance snapshot record, kept as a VSAM KSDS
      * keyed on the account number plus the snapshot date, so every
      * day for one account reads back together in date order.
      * BalanceSnapshot builds it once a night from ACCTMAST after
      * every posting step has run: one entry per account per
      * calendar day - a weekend or holiday the suite did not run is
      * filled in from the night before it, flagged carried - so an
      * average daily balance counts every day of the month and any
      * day's closing balance can be read back by key instead of
      * being rebuilt from the whole of BALHIST.
      * The month-to-date figures restart on the first of each month.
      * BALSNAP-MTD-BALANCE-DAYS is the sum of the month's daily
      * balances; divided by BALSNAP-MTD-DAYS it gives
      * BALSNAP-MTD-AVERAGE-BALANCE.  BALSNAP-UNMOVED-RUNS counts the
      * consecutive nightly runs, ending with this one, whose closing
      * balance equalled the night before's - carried days leave it
      * as it was - and BALSNAP-LAST-ACTIVITY-DATE is the last night
      * the balance moved.
      * The entry keyed on account and date zero is the file's
      * control record: the last snapshot date built and the one
      * before it, so a rerun of the same night rebuilds from the
      * prior night instead of from itself.
      ******************************************************************
       01  BALANCE-SNAPSHOT-RECORD.
           05  BALSNAP-KEY.
               10  BALSNAP-ACCOUNT-NUMBER    PIC 9(10).
               10  BALSNAP-SNAPSHOT-DATE     PIC 9(8).
           05  BALSNAP-DATA.
               10  BALSNAP-END-OF-DAY-BALANCE PIC S9(7)V99.
               10  BALSNAP-PRIOR-DAY-BALANCE PIC S9(7)V99.
               10  BALSNAP-MTD-BALANCE-DAYS  PIC S9(9)V99.
               10  BALSNAP-MTD-DAYS          PIC 9(2).
               10  BALSNAP-MTD-AVERAGE-BALANCE PIC S9(7)V99.
               10  BALSNAP-MTD-LOW-BALANCE   PIC S9(7)V99.
               10  BALSNAP-UNMOVED-RUNS      PIC 9(5).
               10  BALSNAP-LAST-ACTIVITY-DATE PIC 9(8).
               10  BALSNAP-ENTRY-TYPE        PIC X.
                   88  BALSNAP-NIGHTLY-RUN   VALUE 'N'.
                   88  BALSNAP-CARRIED-DAY   VALUE 'C'.
           05  BALSNAP-CONTROL-DATA REDEFINES BALSNAP-DATA.
               10  BALSNAP-LAST-DATE         PIC 9(8).
               10  BALSNAP-PRIOR-DATE        PIC 9(8).
               10  FILLER                    PIC X(47).
