      * and advances that order's due date one STORD-FREQUENCY period
      * before rewriting the file.  Frequencies are month-based -
      * monthly, quarterly or annual - so the due day of month stays
      * put from period to period.  An order whose
      * STORD-EXT-ROUTING-NUMBER is filled in pays an account at
      * another bank instead: STORD-TO-ACCOUNT is unused (zero), and
      * the order generates a GCTRAN 'X' external payment to the
      * routing number and STORD-EXT-ACCOUNT, originated over ACH.
      * Zero or blank routing means an ordinary on-us transfer.
      * STORD-ORDER-STATUS 'S' suspends an order - DeathNotice sets
      * it, with the date, on every order paying out of an account it
      * freezes for a deceased owner.  A suspended order generates
      * nothing and its due date is not advanced; blank is active.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  STORD-FROM-ACCOUNT    PIC 9(10).
               88  STORD-QUARTERLY   VALUE 'Q'.
               88  STORD-ANNUAL      VALUE 'A'.
           05  STORD-NEXT-DUE-DATE   PIC 9(8).
           05  STORD-EXT-ROUTING-NUMBER PIC 9(9).
           05  STORD-EXT-ACCOUNT     PIC X(17).
           05  STORD-ORDER-STATUS    PIC X.
               88  STORD-ORDER-ACTIVE    VALUE ' '.
               88  STORD-ORDER-SUSPENDED VALUE 'S'.
           05  STORD-SUSPENDED-DATE  PIC 9(8).
