      ******************************************************************
      * COLLREF.cpy
      * Collections agency referral record - one entry per patron
      * CollectionsReferral refers, carrying the contact details from
      * PATMAST the agency works from, the balance referred (the
      * referral fee included), the date FINEAUDT shows the balance
      * has been owed since, and the referral date.
      ******************************************************************
       01  COLLECTIONS-REFERRAL-RECORD.
           05  COLLREF-PATRON-ID      PIC X(10).
           05  COLLREF-PATRON-NAME    PIC X(30).
           05  COLLREF-PHONE-NUMBER   PIC X(15).
           05  COLLREF-BALANCE        PIC 9(5)V99.
           05  COLLREF-REFERRAL-FEE   PIC 9(5)V99.
           05  COLLREF-OWED-SINCE     PIC 9(8).
           05  COLLREF-REFERRAL-DATE  PIC 9(8).
