      ******************************************************************
      * XREFLKP.cpy
      * Cross-reference lookup parameter record passed to the shared
      * XrefLookup subprogram.  The caller supplies an account number
      * as keyed on its input and the business date; XrefLookup says
      * whether it is an acquired bank's old number still in its
      * transition period, and if so hands back the new ACCTMAST
      * number to post against.  An old number whose transition has
      * ended comes back retired and is not translated.
      * COPY this into a caller-named 01 level, e.g.
      *     01  XREF-LOOKUP-PARMS.
      *         COPY XREFLKP.
      ******************************************************************
           05  XREFLKP-ACCOUNT-NUMBER   PIC 9(10).
           05  XREFLKP-AS-OF-DATE       PIC 9(8).
           05  XREFLKP-NEW-ACCOUNT      PIC 9(10).
           05  XREFLKP-RESULT           PIC X.
               88  XREFLKP-TRANSLATED   VALUE 'Y'.
               88  XREFLKP-NOT-CONVERTED VALUE 'N'.
               88  XREFLKP-RETIRED      VALUE 'R'.
