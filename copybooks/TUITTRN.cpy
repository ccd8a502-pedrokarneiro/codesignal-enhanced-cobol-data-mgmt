      ******************************************************************
      * TUITTRN.cpy
      * Tuition transaction record - the input TuitionBilling posts
      * to the TUITMAST receivables ledger ahead of each billing run.
      * 'P' is a payment the school office received from a guardian
      * (TUITT-AMOUNT).  'R' registers the ACCTMAST account in
      * TUITT-ACCOUNT for automatic payment of the student's bills;
      * a zero account cancels the registration.  'C' is a drop
      * credit ClassEnroll writes when an enrolled student leaves
      * TUITT-TEACHER-ID's class: the unused part of that class's
      * term fee for term TUITT-TERM-ID.  TUITT-DATE is the date the
      * entry was taken.
      ******************************************************************
       01  TUITION-TRAN-RECORD.
           05  TUITT-TYPE            PIC X.
               88  TUITT-IS-PAYMENT      VALUE 'P'.
               88  TUITT-IS-REGISTRATION VALUE 'R'.
               88  TUITT-IS-DROP-CREDIT  VALUE 'C'.
           05  TUITT-STUDENT-ID      PIC 9(6).
           05  TUITT-TEACHER-ID      PIC 9(6).
           05  TUITT-TERM-ID         PIC X(6).
           05  TUITT-AMOUNT          PIC 9(5)V99.
           05  TUITT-ACCOUNT         PIC 9(10).
           05  TUITT-DATE            PIC 9(8).
