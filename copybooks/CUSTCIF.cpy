      ******************************************************************
      * CUSTCIF.cpy
      * Customer information file record - one entry per customer,
      * keyed by a customer ID of our own rather than by an account
      * number, so a customer with a savings account and two CDs is
      * one person on file instead of three.  CUSTADDR still carries
      * the mailing name and address each account's statements go
      * to; this is the person behind it.  The accounts a customer
      * owns, co-owns or holds as custodian are tied to the customer
      * through the CUSTREL relationship file.  Maintained by
      * AccountMaint - an ADD request opens the customer entry (or
      * links an existing one) with the account, and a CHANGE
      * request carrying a non-blank name updates it in place.
      * CUSTC-DATE-OF-DEATH is set by DeathNotice from a date-of-death
      * notice; zero means the customer is living.
      ******************************************************************
       01  CUSTCIF-RECORD.
           05  CUSTC-CUSTOMER-ID        PIC 9(10).
           05  CUSTC-CUSTOMER-NAME      PIC X(30).
           05  CUSTC-ADDRESS-LINE       PIC X(30).
           05  CUSTC-CITY               PIC X(20).
           05  CUSTC-STATE              PIC X(2).
           05  CUSTC-ZIP-CODE           PIC X(10).
           05  CUSTC-OPENED-DATE        PIC 9(8).
           05  CUSTC-DATE-OF-DEATH      PIC 9(8).
