      ******************************************************************
      * ALRTPREF.cpy
      * Customer alert preference record - one entry per CUSTCIF
      * customer who has signed up for SMS or email alerts.  A
      * customer with no entry here gets no alerts at all.  Each
      * alert type is opted into separately ('Y' = send, anything
      * else = do not): a posted balance below the customer's
      * low-balance threshold, a single withdrawal over the
      * customer's withdrawal threshold, a transfer rejected for
      * insufficient funds, and a CD ten days from maturity.  The
      * alert goes to any account the customer is related to on
      * CUSTREL, through the channel named here.
      ******************************************************************
       01  ALERT-PREF-RECORD.
           05  ALRTP-CUSTOMER-ID        PIC 9(10).
           05  ALRTP-CHANNEL            PIC X.
               88  ALRTP-BY-SMS         VALUE 'S'.
               88  ALRTP-BY-EMAIL       VALUE 'E'.
               88  ALRTP-BY-BOTH        VALUE 'B'.
           05  ALRTP-PHONE              PIC X(15).
           05  ALRTP-EMAIL              PIC X(50).
           05  ALRTP-LOW-BAL-OPT        PIC X.
           05  ALRTP-LOW-BAL-THRESHOLD  PIC 9(7)V99.
           05  ALRTP-WITHDRAWAL-OPT     PIC X.
           05  ALRTP-WITHDRAWAL-THRESHOLD PIC 9(7)V99.
           05  ALRTP-REJECT-OPT         PIC X.
           05  ALRTP-MATURITY-OPT       PIC X.
