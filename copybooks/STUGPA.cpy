      ******************************************************************
      * STUGPA.cpy
      * Student grade-point record - one entry per student TermGpa
      * has graded, keyed by STUGPA-STUDENT-ID against STUMAST.  The
      * term fields are the term named by STUGPA-TERM-ID, computed
      * from that term's GRADHIST marks; the cumulative fields carry
      * the grade points and marks of every term graded so far.  A
      * rerun for the same term backs the term's figures out of the
      * cumulative ones before posting them again, so a corrected
      * mark can be regraded without counting the term twice.
      * STUGPA-CLASS-RANK is the student's place by cumulative GPA
      * among the STUGPA-RANK-OF graded students of the same grade
      * level (ties share a place).  STUGPA-STANDING marks the term's
      * honor roll ('H') and academic probation ('P') students.
      ******************************************************************
       01  STUDENT-GPA-RECORD.
           05  STUGPA-STUDENT-ID     PIC 9(6).
           05  STUGPA-GRADE-LEVEL    PIC 9(2).
           05  STUGPA-TERM-ID        PIC X(6).
           05  STUGPA-TERM-POINTS    PIC 9(4)V99.
           05  STUGPA-TERM-MARKS     PIC 9(3).
           05  STUGPA-TERM-GPA       PIC 9V99.
           05  STUGPA-CUM-POINTS     PIC 9(5)V99.
           05  STUGPA-CUM-MARKS      PIC 9(4).
           05  STUGPA-CUM-GPA        PIC 9V99.
           05  STUGPA-CLASS-RANK     PIC 9(3).
           05  STUGPA-RANK-OF        PIC 9(3).
           05  STUGPA-STANDING       PIC X.
               88  STUGPA-HONOR-ROLL     VALUE 'H'.
               88  STUGPA-PROBATION      VALUE 'P'.
