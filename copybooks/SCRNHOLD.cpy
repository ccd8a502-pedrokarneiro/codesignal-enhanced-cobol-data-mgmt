      ******************************************************************
      * SCRNHOLD.cpy
      * Screening-hold record.  An AccountMaint ADD, or a CHANGE
      * carrying a new name, whose name is a possible watch-list hit
      * is not applied - it is parked here with status 'H' and the
      * hits go on SCRNLOG for compliance.  ScreenReview flips the
      * status to 'C' once every hit pending on the account is
      * cleared, or to 'F' when any is confirmed, recording the
      * reviewer.  The next AccountMaint run applies a cleared request
      * without screening it again, and refuses a confirmed one; both
      * then leave the file.  SHOLD-REQUEST-IMAGE is the request
      * exactly as it appeared on ACCTMNT.
      ******************************************************************
       01  SCREEN-HOLD-RECORD.
           05  SHOLD-HELD-DATE           PIC 9(8).
           05  SHOLD-STATUS              PIC X.
               88  SHOLD-IS-HELD         VALUE 'H'.
               88  SHOLD-IS-CLEARED      VALUE 'C'.
               88  SHOLD-IS-CONFIRMED    VALUE 'F'.
           05  SHOLD-REVIEW-OPERATOR     PIC X(8).
           05  SHOLD-REVIEW-DATE         PIC 9(8).
           05  SHOLD-REQUEST-IMAGE       PIC X(170).
