      ******************************************************************
      * DISTCLS.cpy
      * Report distribution-class table record.  One entry per
      * printed report or extract that carries account numbers or
      * personal data, keyed on the report's DD name, giving the
      * class of reader it goes to:
      *   R - restricted: bank and regulatory files and filings,
      *       every value printed in full.
      *   C - customer-facing: mailed to the account holder, payee
      *       or guardian the data belongs to - account numbers to
      *       the last four, personal fields in full.
      *   G - general: operations and floor listings - account
      *       numbers to the last four, personal fields starred out.
      * A report with no entry is treated as general.  Read by
      * MaskData.
      ******************************************************************
       01  DISTCLS-RECORD.
           05  DISTCLS-REPORT-ID    PIC X(8).
           05  DISTCLS-CLASS        PIC X.
               88  DISTCLS-RESTRICTED   VALUE 'R'.
               88  DISTCLS-CUSTOMER     VALUE 'C'.
               88  DISTCLS-GENERAL      VALUE 'G'.
           05  DISTCLS-DESCRIPTION  PIC X(30).
