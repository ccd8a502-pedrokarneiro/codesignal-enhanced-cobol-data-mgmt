      ******************************************************************
      * DTHNTC.cpy
      * Date-of-death notice read by DeathNotice - one entry per
      * customer reported deceased, keyed by the CUSTCIF customer ID,
      * once the death certificate has been seen.  DTHN-DATE-OF-DEATH
      * is the date on the certificate.  The estate name and address
      * are where statements and notices go from now on for every
      * account the customer was the last living owner of - the
      * executor or administrator, for example "ESTATE OF ...".
      ******************************************************************
       01  DTHNTC-RECORD.
           05  DTHN-CUSTOMER-ID         PIC 9(10).
           05  DTHN-DATE-OF-DEATH       PIC 9(8).
           05  DTHN-ESTATE-NAME         PIC X(30).
           05  DTHN-ESTATE-ADDRESS      PIC X(30).
           05  DTHN-ESTATE-CITY         PIC X(20).
           05  DTHN-ESTATE-STATE        PIC X(2).
           05  DTHN-ESTATE-ZIP-CODE     PIC X(10).
