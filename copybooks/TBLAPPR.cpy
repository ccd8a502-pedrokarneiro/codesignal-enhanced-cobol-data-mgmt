      ******************************************************************
      * TBLAPPR.cpy
      * Table change approval record read by TableMaint.  Names a
      * TBLPEND item by sequence number and approves ('A') or
      * declines ('D') it.  TAPR-OPERATOR-ID is the approving
      * operator - validated through SignOnCheck and required to
      * differ both from the operator who requested the change and
      * from the operator signed on for the run.
      ******************************************************************
       01  TABLE-APPROVAL-RECORD.
           05  TAPR-SEQUENCE         PIC 9(6).
           05  TAPR-DECISION         PIC X.
               88  TAPR-APPROVE      VALUE 'A'.
               88  TAPR-DECLINE      VALUE 'D'.
           05  TAPR-OPERATOR-ID      PIC X(8).
