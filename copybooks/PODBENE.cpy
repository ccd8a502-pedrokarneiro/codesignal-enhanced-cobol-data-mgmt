      ******************************************************************
      * PODBENE.cpy
      * Payable-on-death beneficiary record - one entry per
      * beneficiary the owner has named on an account, in account
      * and sequence order.  PODB-SHARE-PERCENT is the beneficiary's
      * share of the balance, in percent; an account's shares must
      * add to exactly 100.00 before PodSettlement will pay it out.
      * The check for each share is made out to the beneficiary's
      * name and mailed to the address here.
      ******************************************************************
       01  PODBENE-RECORD.
           05  PODB-ACCOUNT-NUMBER      PIC 9(10).
           05  PODB-SEQUENCE            PIC 9(2).
           05  PODB-BENEFICIARY-NAME    PIC X(30).
           05  PODB-ADDRESS-LINE        PIC X(30).
           05  PODB-CITY                PIC X(20).
           05  PODB-STATE               PIC X(2).
           05  PODB-ZIP-CODE            PIC X(10).
           05  PODB-SHARE-PERCENT       PIC 9(3)V99.
