      * GetBusinessDate subprogram.  The caller gets back the
      * official business date from the RUNCTL run-control file;
      * when no run-control file or BUSDATE entry exists yet, the
      * machine date stands in and BUSDATE-SOURCE says so.  The
      * date is always a bank business day - one falling on a
      * weekend or bank holiday is rolled forward to the next - and
      * GetBusinessDate also hands back the next business day after
      * it, the calendar days from this one to that one (the days a
      * daily accrual run must cover), and whether this is the last
      * business day of its month.
      * COPY this into a caller-named 01 level, e.g.
      *     01  BUSINESS-DATE-PARMS.
      *         COPY BUSDATE.
      ******************************************************************
           05  BUSDATE-SOURCE           PIC X.
               88  BUSDATE-FROM-RUNCTL  VALUE 'R'.
               88  BUSDATE-FROM-SYSTEM  VALUE 'S'.
           05  BUSDATE-NEXT-DATE        PIC 9(8).
           05  BUSDATE-ACCRUAL-DAYS     PIC 9(3).
           05  BUSDATE-MONTH-END-FLAG   PIC X.
               88  BUSDATE-LAST-IN-MONTH    VALUE 'Y'.
               88  BUSDATE-NOT-MONTH-END    VALUE 'N'.
