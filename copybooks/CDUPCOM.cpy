      ******************************************************************
      * CDUPCOM.cpy
      * Upcoming CD maturity record - one entry per active CD whose
      * maturity date falls within the next ten days
      * of the run date, written fresh by CdMaturity each night.
      * CDUPC-DAYS-TO-MATURITY counts calendar days from the run
      * date, so a CD maturing tomorrow carries 1.  AlertExtract
      * reads it for the customer CD-maturity alert.
      ******************************************************************
       01  CD-UPCOMING-RECORD.
           05  CDUPC-ACCOUNT-NUMBER     PIC 9(10).
           05  CDUPC-MATURITY-DATE      PIC 9(8).
           05  CDUPC-DAYS-TO-MATURITY   PIC 9(2).
           05  CDUPC-ACCOUNT-BALANCE    PIC S9(7)V99.
           05  CDUPC-RUN-DATE           PIC 9(8).
