      * posted payment or waiver - who, what, the balance before and
      * after, which operator took it, and the business date - so a
      * patron's fine balance can never again change without a trail.
      * The charges are logged the same way: FineAssessment's daily
      * fine ('F'), GroupItemsFixTask's lost/damaged replacement
      * charge ('L') and CollectionsReferral's referral fee ('C'),
      * alongside FinePayments' payments ('P'), waivers ('W') and
      * agency recoveries ('R').  FAUD-AMOUNT is unsigned; the old and
      * new balances show which way it moved.  CollectionsReferral
      * dates a balance from this history.
      ******************************************************************
       01  FINE-AUDIT-RECORD.
           05  FAUD-PROGRAM-ID     PIC X(20).
           05  FAUD-PATRON-ID      PIC X(10).
           05  FAUD-TYPE           PIC X.
               88  FAUD-IS-REFERRAL-FEE VALUE 'C'.
           05  FAUD-AMOUNT         PIC 9(5)V99.
           05  FAUD-OLD-BALANCE    PIC S9(5)V99.
           05  FAUD-NEW-BALANCE    PIC S9(5)V99.
