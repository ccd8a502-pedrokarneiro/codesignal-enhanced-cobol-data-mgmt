      ******************************************************************
      * SCRNCHK.cpy
      * Watch-list screening parameter record passed to the shared
      * SanctionScreen subprogram.  The caller supplies a customer
      * name; SanctionScreen matches it against every name on the
      * WATCHLST sanctions watch list and hands back whether it is a
      * possible hit, and if so up to five of the list entries it
      * matched - an exact match on the whole name ('E'), or one
      * name's words all found among the other's, in any order
      * ('W').  SCRNCHK-NO-LIST means there is no watch list on file
      * to screen against, and the caller must not treat the name as
      * screened.  SCRNCHK-LIST-DATE is the date of the list used.
      * COPY this into a caller-named 01 level, e.g.
      *     01  SCREEN-CHECK-PARMS.
      *         COPY SCRNCHK.
      ******************************************************************
           05  SCRNCHK-CUSTOMER-NAME    PIC X(30).
           05  SCRNCHK-RESULT           PIC X.
               88  SCRNCHK-NO-HIT       VALUE 'N'.
               88  SCRNCHK-POSSIBLE-HIT VALUE 'H'.
               88  SCRNCHK-NO-LIST      VALUE 'L'.
           05  SCRNCHK-LIST-DATE        PIC 9(8).
           05  SCRNCHK-HIT-COUNT        PIC 9(2).
           05  SCRNCHK-HIT OCCURS 5 TIMES.
               10  SCRNCHK-ENTRY-ID     PIC X(10).
               10  SCRNCHK-WATCH-NAME   PIC X(40).
               10  SCRNCHK-MATCH-TYPE   PIC X.
