      * and the account closed.  Escheatment advances an account one
      * stage per run while it stays dormant, and deletes the entry
      * when balance activity resumes, so a customer who comes back
      * mid-process starts clean.  DORMSTG-CONTACT-FAILED-DATE is the
      * date a mailing to the owner came back undeliverable while the
      * account was in the process - the evidence of a failed owner
      * contact the remittance filing calls for.  Zero means no
      * returned mail on record.
      ******************************************************************
       01  DORMANCY-STAGE-RECORD.
           05  DORMSTG-ACCOUNT-NUMBER  PIC 9(10).
               88  DORMSTG-FINAL-NOTICE   VALUE 2.
               88  DORMSTG-ESCHEATED      VALUE 3.
           05  DORMSTG-STAGE-DATE      PIC 9(8).
           05  DORMSTG-CONTACT-FAILED-DATE PIC 9(8).
