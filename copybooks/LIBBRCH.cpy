      ******************************************************************
      * LIBBRCH.cpy
      * Library branch record - one entry per branch, named exactly
      * as LIBTRAN-LIBRARY-NAME, LIBBOOK-HOME-BRANCH and
      * LIBBOOK-LOCATION carry it.  GroupItemsFixTask posts only
      * transactions for a branch on this file, and BookMaint homes
      * new copies only at one.  The first entry is the main branch.
      ******************************************************************
       01  LIBRARY-BRANCH-RECORD.
           05  LIBBR-BRANCH-NAME     PIC X(30).
