      ******************************************************************
      * ACHSENT.cpy
      * Originated-payment register.  AchOriginate appends one entry
      * for every customer payment it puts on a NACHA origination
      * file, under the trace number the entry carried, so the
      * receiving bank's return of that item - which quotes the
      * original trace number - can be matched back to the customer
      * account that was debited.  ACHSENT-STATUS goes from 'S' to
      * 'R' when AchReturns re-credits the account, so the same
      * return cannot be credited twice.
      ******************************************************************
       01  ACH-SENT-RECORD.
           05  ACHSENT-TRACE-NUMBER     PIC 9(15).
           05  ACHSENT-ACCOUNT-NUMBER   PIC 9(10).
           05  ACHSENT-ROUTING-NUMBER   PIC 9(9).
           05  ACHSENT-EXT-ACCOUNT      PIC X(17).
           05  ACHSENT-AMOUNT           PIC 9(7)V99.
           05  ACHSENT-SENT-DATE        PIC 9(8).
           05  ACHSENT-STATUS           PIC X.
               88  ACHSENT-IS-SENT      VALUE 'S'.
               88  ACHSENT-IS-RETURNED  VALUE 'R'.
           05  ACHSENT-RETURN-DATE      PIC 9(8).
