      * hard enrollment cap for that teacher's class.  ClassEnroll
      * checks a new enrollment against this figure and waitlists the
      * student when the class is already full; a teacher with no
      * entry here cannot take enrollments at all.  TermRollover
      * replaces the file with the SECTPLAN section plan when a new
      * term opens.  CLASSCAP-TERM-FEE is the tuition charged for one
      * term in the class; TuitionBilling bills it to each enrolled
      * student's guardian and ClassEnroll credits back the unused
      * part when an enrolled student drops.
      ******************************************************************
       01  CLASS-CAPACITY-RECORD.
           05  CLASSCAP-TEACHER-ID    PIC 9(6).
           05  CLASSCAP-TEACHER-NAME  PIC X(20).
           05  CLASSCAP-CAPACITY      PIC 9(3).
           05  CLASSCAP-TERM-FEE      PIC 9(5)V99.
