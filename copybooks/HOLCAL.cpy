      ******************************************************************
      * HOLCAL.cpy
      * Holiday calendar record.  One entry per date an office is
      * closed over and above its regular weekly closing - the bank
      * is closed every Saturday and Sunday, the library every
      * Sunday.  HOLC-CALENDAR says whose holiday it is: 'B' the
      * bank only, 'L' the library only, 'A' both.  Read by the
      * shared BusinessCalendar subprogram, which every program
      * needing a business day goes through.
      ******************************************************************
       01  HOLIDAY-CALENDAR-RECORD.
           05  HOLC-DATE              PIC 9(8).
           05  HOLC-CALENDAR          PIC X.
               88  HOLC-BANK-CLOSED     VALUE 'B' 'A'.
               88  HOLC-LIBRARY-CLOSED  VALUE 'L' 'A'.
           05  HOLC-DESCRIPTION       PIC X(30).
