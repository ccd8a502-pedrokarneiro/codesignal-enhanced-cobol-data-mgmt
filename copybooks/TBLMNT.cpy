      ******************************************************************
      * TBLMNT.cpy
      * Table maintenance request record read by TableMaint.  One
      * entry per add, change or expire against one of the rate and
      * tax tables - INTRATE, CURRTAB, TAXBRKT, BENPLAN or FEESCHD.
      * TMNT-ENTRY-IMAGE is the table entry exactly as it is to
      * appear on that file, in that file's own layout; an expire
      * needs only the key at the front of the image (the upper
      * limit, code and effective date, or plan code and frequency).
      * A change replaces the entry carrying the same key.  Nothing
      * reaches the table until a second operator approves it.
      ******************************************************************
       01  TABLE-MAINT-REQUEST-RECORD.
           05  TMNT-TABLE-ID         PIC X(8).
           05  TMNT-ACTION           PIC X.
               88  TMNT-ADD          VALUE 'A'.
               88  TMNT-CHANGE       VALUE 'C'.
               88  TMNT-EXPIRE       VALUE 'X'.
           05  TMNT-ENTRY-IMAGE      PIC X(56).
           05  TMNT-REASON           PIC X(30).
