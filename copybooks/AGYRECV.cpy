      ******************************************************************
      * AGYRECV.cpy
      * Collections agency recovery record - one entry per amount the
      * agency reports collecting from a patron CollectionsReferral
      * referred to it.  The agency's file is never posted to PATFINE
      * directly: CollectionsReferral checks each recovery against an
      * open referral and passes it on as a FINETRAN agency-recovery
      * transaction, so FinePayments posts it and logs it to FINEAUDT
      * like any other payment.
      ******************************************************************
       01  AGENCY-RECOVERY-RECORD.
           05  AGYRECV-PATRON-ID      PIC X(10).
           05  AGYRECV-AMOUNT         PIC 9(5)V99.
           05  AGYRECV-AGENCY-REF     PIC X(12).
           05  AGYRECV-RECOVERY-DATE  PIC 9(8).
