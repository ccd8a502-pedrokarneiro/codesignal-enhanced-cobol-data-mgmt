      ******************************************************************
      * TUITHIST.cpy
      * Tuition ledger - one entry per posting to a TUITMAST
      * receivables account, appended by TuitionBilling.  'B' bills
      * a class's term fee (TUITH-TEACHER-ID), 'P' is a payment the
      * office received, 'A' an automatic payment generated as a
      * GCTRAN transfer from TUITH-ACCOUNT into the school's account,
      * 'C' a drop credit, and 'R' an autopay registration change
      * (amount zero).  TUITH-AMOUNT is signed the way it moves the
      * balance - charges positive, payments and credits negative -
      * and TUITH-BALANCE is the balance after the posting.
      ******************************************************************
       01  TUITION-HISTORY-RECORD.
           05  TUITH-STUDENT-ID      PIC 9(6).
           05  TUITH-POST-DATE       PIC 9(8).
           05  TUITH-TERM-ID         PIC X(6).
           05  TUITH-TYPE            PIC X.
               88  TUITH-IS-BILL         VALUE 'B'.
               88  TUITH-IS-PAYMENT      VALUE 'P'.
               88  TUITH-IS-AUTOPAY      VALUE 'A'.
               88  TUITH-IS-DROP-CREDIT  VALUE 'C'.
               88  TUITH-IS-REGISTRATION VALUE 'R'.
           05  TUITH-TEACHER-ID      PIC 9(6).
           05  TUITH-AMOUNT          PIC S9(6)V99.
           05  TUITH-BALANCE         PIC S9(6)V99.
           05  TUITH-ACCOUNT         PIC 9(10).
