      ******************************************************************
      * CONVXREF.cpy
      * Converted-account cross-reference, kept as a VSAM KSDS keyed
      * on the acquired bank's old account number.  AcqConversion
      * writes one entry for every account it converts, naming the
      * new ten-digit ACCTMAST number it was given.  Until
      * XREF-TRANSITION-END-DATE, GCTRAN and STANDORD input still
      * keyed with the old number is translated to the new one
      * through the shared XrefLookup subprogram; from that date on
      * the old number is retired.  An old number that is also one of
      * our own live account numbers is written with status 'C' and
      * never translated - input keyed with it means our account.
      ******************************************************************
       01  CONVXREF-RECORD.
           05  XREF-OLD-ACCOUNT         PIC 9(10).
           05  XREF-NEW-ACCOUNT         PIC 9(10).
           05  XREF-CONVERTED-DATE      PIC 9(8).
           05  XREF-TRANSITION-END-DATE PIC 9(8).
           05  XREF-STATUS              PIC X.
               88  XREF-TRANSLATABLE    VALUE 'A'.
               88  XREF-NUMBER-COLLISION VALUE 'C'.
