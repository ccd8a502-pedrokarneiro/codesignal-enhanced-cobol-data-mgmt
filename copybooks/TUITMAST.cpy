      ******************************************************************
      * TUITMAST.cpy
      * Tuition receivables master - one entry per student billed,
      * keyed by TUITM-STUDENT-ID against STUMAST and addressed to
      * the STUMAST guardian.  TUITM-BALANCE is what the guardian
      * owes (negative is a credit carried forward).  TUITM-AUTOPAY-
      * ACCOUNT is the guardian's ACCTMAST account registered for
      * automatic payment, zero when bills are paid by hand.
      * TUITM-TERM-ID is the term last billed and TUITM-BILLED-
      * TEACHER the classes already billed in it, so a second
      * billing run in the term bills only classes added since; a
      * drop credit is only allowed against a class billed here.
      * Every change is also written to the TUITHIST ledger.
      ******************************************************************
       01  TUITION-MASTER-RECORD.
           05  TUITM-STUDENT-ID      PIC 9(6).
           05  TUITM-GUARDIAN-NAME   PIC X(20).
           05  TUITM-AUTOPAY-ACCOUNT PIC 9(10).
           05  TUITM-TERM-ID         PIC X(6).
           05  TUITM-BILLED-COUNT    PIC 9.
           05  TUITM-BILLED-TEACHER  OCCURS 5 TIMES PIC 9(6).
           05  TUITM-TERM-CHARGES    PIC 9(5)V99.
           05  TUITM-BALANCE         PIC S9(6)V99.
           05  TUITM-LAST-ACTIVITY-DATE PIC 9(8).
