      ******************************************************************
      * MASKPARM.cpy
      * Masking parameter record passed to the shared MaskData
      * subprogram.  The caller names the report (its DD name, as
      * listed on the DISTCLS distribution-class table), the kind of
      * field, and the field's printed length, and moves the value
      * into MASK-FIELD-VALUE; MaskData hands the value back masked
      * as that report's distribution class requires, along with the
      * class it applied.
      *   MASK-ACCOUNT-FIELD  - an account, routing or taxpayer
      *                         number; shown whole on a restricted
      *                         report, only its last four
      *                         characters otherwise.
      *   MASK-PERSONAL-FIELD - an address, phone, guardian or
      *                         taxpayer field; shown on restricted
      *                         and customer-facing reports, starred
      *                         out on general listings.
      *   MASK-TOKEN-FIELD    - an account number going to an
      *                         extract; always replaced by the same
      *                         12-character token whatever the
      *                         class, so rows still join on it.
      * COPY this into a caller-named 01 level, e.g.
      *     01  MASK-DATA-PARMS.
      *         COPY MASKPARM.
      ******************************************************************
           05  MASK-REPORT-ID           PIC X(8).
           05  MASK-FIELD-TYPE          PIC X.
               88  MASK-ACCOUNT-FIELD       VALUE 'A'.
               88  MASK-PERSONAL-FIELD      VALUE 'P'.
               88  MASK-TOKEN-FIELD         VALUE 'T'.
           05  MASK-FIELD-LENGTH        PIC 9(2).
           05  MASK-FIELD-VALUE         PIC X(40).
           05  MASK-DIST-CLASS          PIC X.
               88  MASK-CLASS-RESTRICTED    VALUE 'R'.
               88  MASK-CLASS-CUSTOMER      VALUE 'C'.
               88  MASK-CLASS-GENERAL       VALUE 'G'.
