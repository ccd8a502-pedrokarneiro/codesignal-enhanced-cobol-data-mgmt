      ******************************************************************
      * HELDMAIL.cpy
      * Shared held-mail record.  Every program that mails to a
      * customer writes one entry here, instead of printing the item,
      * when the CUSTADDR entry for the account is flagged as an
      * undeliverable address, so the mail room and customer service
      * have one listing of everything held back.  HELDM-RETURNED-DATE
      * is the date on the address flag - when the earlier mailing
      * came back.
      ******************************************************************
       01  HELD-MAIL-RECORD.
           05  HELDM-PROGRAM-ID        PIC X(20).
           05  HELDM-ACCOUNT-NUMBER    PIC 9(10).
           05  HELDM-CUSTOMER-NAME     PIC X(30).
           05  HELDM-ITEM              PIC X(30).
           05  HELDM-RETURNED-DATE     PIC 9(8).
           05  HELDM-RUN-DATE          PIC 9(8).
