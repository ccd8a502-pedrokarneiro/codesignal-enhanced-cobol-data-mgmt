      * a checked-out copy; waiting patrons now queue with positions
      * on the HOLDQ file, and this field stays only for layout
      * compatibility - GroupItemsFixTask no longer maintains it.
      * LIBBOOK-HOME-BRANCH is the branch (as named on LIBBRCH) that
      * owns the copy; LIBBOOK-LOCATION is the branch it is at now.
      * A copy travelling between branches - sent to fill a request
      * from the other branch, or on its way back after being
      * returned elsewhere - is status 'T' (in transit) with
      * LIBBOOK-LOCATION naming the branch it is travelling to, until
      * that branch checks it in.  A record written before branches
      * were recorded carries blanks in both, meaning the original
      * Central Library.
      * LIBBOOK-RENEWAL-COUNT is how many times the current loan has
      * been renewed; it starts at zero on checkout and goes back to
      * zero on return.  A record written before renewals were
      * counted carries blanks, read as no renewals.
      ******************************************************************
       01  LIBBOOK-RECORD.
           05  LIBBOOK-TITLE         PIC X(30).
               88  LIBBOOK-ON-HOLD       VALUE 'H'.
               88  LIBBOOK-RETIRED       VALUE 'X'.
               88  LIBBOOK-MISSING       VALUE 'M'.
               88  LIBBOOK-IN-TRANSIT    VALUE 'T'.
           05  LIBBOOK-DUE-DATE      PIC 9(8).
           05  LIBBOOK-COPY-NUMBER   PIC 9(2).
           05  LIBBOOK-BORROWER-ID   PIC X(10).
           05  LIBBOOK-WAITING-PATRON PIC X(10).
           05  LIBBOOK-HOME-BRANCH   PIC X(30).
           05  LIBBOOK-LOCATION      PIC X(30).
           05  LIBBOOK-RENEWAL-COUNT PIC 9(2).
