      ******************************************************************
      * BUSCALP.cpy
      * Business-calendar parameter record passed to the shared
      * BusinessCalendar subprogram.  The caller names the calendar
      * ('B' bank, 'L' library), a date and a function:
      *   'R' roll - the date itself when it is an open day, else the
      *       next open day after it;
      *   'N' next - the first open day after the date;
      *   'P' prior - the last open day before the date;
      *   'C' count - how many open days fall after the date up to
      *       and including BCAL-END-DATE.
      * BusinessCalendar hands back the resulting date and the
      * number of calendar days between the two dates (for 'C', the
      * open-day count), and says whether the date given was itself
      * an open day.  A date that is not a real calendar date comes
      * back BCAL-INVALID-DATE with nothing else set.
      * COPY this into a caller-named 01 level, e.g.
      *     01  BUSINESS-CALENDAR-PARMS.
      *         COPY BUSCALP.
      ******************************************************************
           05  BCAL-FUNCTION            PIC X.
               88  BCAL-ROLL-FORWARD        VALUE 'R'.
               88  BCAL-NEXT-OPEN-DAY       VALUE 'N'.
               88  BCAL-PRIOR-OPEN-DAY      VALUE 'P'.
               88  BCAL-COUNT-OPEN-DAYS     VALUE 'C'.
           05  BCAL-CALENDAR            PIC X.
               88  BCAL-BANK-CALENDAR       VALUE 'B'.
               88  BCAL-LIBRARY-CALENDAR    VALUE 'L'.
           05  BCAL-DATE                PIC 9(8).
           05  BCAL-END-DATE            PIC 9(8).
           05  BCAL-RESULT-DATE         PIC 9(8).
           05  BCAL-DAYS                PIC 9(4).
           05  BCAL-OPEN-FLAG           PIC X.
               88  BCAL-DATE-WAS-OPEN       VALUE 'Y'.
               88  BCAL-DATE-WAS-CLOSED     VALUE 'N'.
           05  BCAL-RETURN-FLAG         PIC X.
               88  BCAL-OK                  VALUE 'Y'.
               88  BCAL-INVALID-DATE        VALUE 'N'.
