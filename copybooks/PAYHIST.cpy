      * of digging out old printed registers.  PayInquiry prints one
      * employee's entries for a date range, the same keyed-scan
      * shape AccountStatement uses against BALHIST.
      * PAYH-ENTRY-TYPE tells a regular cycle entry from a
      * SupplementalPay or RetroPay one, and the regular entry keeps
      * the rate it was paid at and its bonus, so RetroPay can
      * re-price the period after a late raise.  Entries written
      * before the type existed read as spaces - regular, no rate.
      ******************************************************************
       01  PAY-HISTORY-RECORD.
           05  PAYH-EMPLOYEE-NUMBER  PIC 9(6).
           05  PAYH-DEDUCTION        PIC S9(5)V99.
           05  PAYH-GARNISHMENT      PIC S9(5)V99.
           05  PAYH-NET-PAY          PIC S9(7)V99.
           05  PAYH-ENTRY-TYPE       PIC X.
               88  PAYH-REGULAR-ENTRY    VALUE 'R' ' '.
               88  PAYH-SUPPLEMENTAL-ENTRY VALUE 'S'.
               88  PAYH-RETRO-ENTRY      VALUE 'T'.
           05  PAYH-PAY-RATE         PIC S9(7)V99.
           05  PAYH-BONUS            PIC S9(5)V99.
