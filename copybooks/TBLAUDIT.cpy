      ******************************************************************
      * TBLAUDIT.cpy
      * Table change audit record.  TableMaint appends one entry for
      * every TBLPEND item decided - applied, declined, or approved
      * but refused when applied (the key had gone or the table was
      * at its limit) - with the entry as it stood before and after,
      * who asked for the change and who decided it.  An add has no
      * before image and an expire no after image.
      ******************************************************************
       01  TABLE-AUDIT-RECORD.
           05  TAUD-SEQUENCE         PIC 9(6).
           05  TAUD-TABLE-ID         PIC X(8).
           05  TAUD-ACTION           PIC X.
           05  TAUD-DECISION         PIC X.
               88  TAUD-APPLIED      VALUE 'A'.
               88  TAUD-DECLINED     VALUE 'D'.
               88  TAUD-REFUSED      VALUE 'R'.
           05  TAUD-BEFORE-IMAGE     PIC X(56).
           05  TAUD-AFTER-IMAGE      PIC X(56).
           05  TAUD-REQUESTED-BY     PIC X(8).
           05  TAUD-REQUESTED-DATE   PIC 9(8).
           05  TAUD-APPROVED-BY      PIC X(8).
           05  TAUD-DECIDED-DATE     PIC 9(8).
           05  TAUD-DECIDED-TIME     PIC 9(6).
           05  TAUD-REASON           PIC X(30).
