      ******************************************************************
      * TBLPEND.cpy
      * Pending table change record.  TableMaint holds every accepted
      * TBLMNT request here under its own sequence number until a
      * second authorized operator approves or declines it through
      * TBLAPPR, the same hold-then-release control ReleaseHold puts
      * on a large GCTRAN item.  An item leaves this file when it is
      * decided; its outcome is on TBLAUDIT.
      ******************************************************************
       01  TABLE-PENDING-RECORD.
           05  TPND-SEQUENCE         PIC 9(6).
           05  TPND-STATUS           PIC X.
               88  TPND-IS-HELD      VALUE 'H'.
           05  TPND-TABLE-ID         PIC X(8).
           05  TPND-ACTION           PIC X.
           05  TPND-ENTRY-IMAGE      PIC X(56).
           05  TPND-REASON           PIC X(30).
           05  TPND-REQUESTED-BY     PIC X(8).
           05  TPND-REQUESTED-DATE   PIC 9(8).
