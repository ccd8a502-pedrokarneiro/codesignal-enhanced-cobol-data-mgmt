      * by this ID, and enrollment and attendance validate against
      * this master - the same bare-ID-to-master upgrade the account
      * side already went through.
      * STUM-GRADE-LEVEL is the grade the student is in this school
      * year; TermGpa ranks students against the others of the same
      * level.  A record written before levels were kept carries
      * blanks, read as level zero.  TermRollover moves the level up
      * at term end for each student promoted.
      ******************************************************************
       01  STUDENT-MASTER-RECORD.
           05  STUM-STUDENT-ID       PIC 9(6).
           05  STUM-STUDENT-NAME     PIC X(20).
           05  STUM-GUARDIAN-NAME    PIC X(20).
           05  STUM-CONTACT-PHONE    PIC X(15).
           05  STUM-GRADE-LEVEL      PIC 9(2).
