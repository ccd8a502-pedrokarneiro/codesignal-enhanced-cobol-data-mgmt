      * who took it.  FinePayments validates the patron and the
      * amount, updates the balance, logs every adjustment to the
      * FINEAUDT audit file, and prints the daily cash-received
      * register the desk balances their drawer against.  'R' is an
      * amount a collections agency recovered, written here by
      * CollectionsReferral from the agency's AGYRECV file - it is
      * posted like a payment but kept out of the desk's drawer cash.
      ******************************************************************
       01  FINE-TRAN-RECORD.
           05  FINETRAN-PATRON-ID    PIC X(10).
           05  FINETRAN-TYPE         PIC X.
               88  FINETRAN-IS-PAYMENT VALUE 'P'.
               88  FINETRAN-IS-WAIVER  VALUE 'W'.
               88  FINETRAN-IS-RECOVERY VALUE 'R'.
           05  FINETRAN-AMOUNT       PIC 9(5)V99.
           05  FINETRAN-OPERATOR-ID  PIC X(8).
