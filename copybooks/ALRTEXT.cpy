      ******************************************************************
      * ALRTEXT.cpy
      * Customer alert extract record, sent nightly to the SMS and
      * email messaging vendor.  A batch is a leading 'H' header
      * carrying the run date, one 'D' detail per alert per
      * customer, and a trailing 'T' control record carrying the
      * detail count and the count by alert type, so the vendor can
      * prove the batch arrived complete before sending anything.
      * ALRTX-AMOUNT is the figure the message quotes - the posted
      * balance (LB), the withdrawal (LW), the rejected transfer
      * (TR) or the CD balance (CM) - and ALRTX-THRESHOLD the
      * customer's own threshold for LB and LW, zero otherwise.
      * ALRTX-EVENT-DATE is the posting date, or the maturity date
      * for a CM alert.
      ******************************************************************
       01  ALERT-EXTRACT-RECORD.
           05  ALRTX-RECORD-TYPE        PIC X.
               88  ALRTX-HEADER-RECORD  VALUE 'H'.
               88  ALRTX-DETAIL-RECORD  VALUE 'D'.
               88  ALRTX-TRAILER-RECORD VALUE 'T'.
           05  ALRTX-DETAIL-DATA.
               10  ALRTX-CUSTOMER-ID    PIC 9(10).
               10  ALRTX-CUSTOMER-NAME  PIC X(30).
               10  ALRTX-ACCOUNT-NUMBER PIC 9(10).
               10  ALRTX-ALERT-TYPE     PIC X(2).
                   88  ALRTX-LOW-BALANCE    VALUE 'LB'.
                   88  ALRTX-LARGE-WITHDRAWAL VALUE 'LW'.
                   88  ALRTX-TRANSFER-REJECT VALUE 'TR'.
                   88  ALRTX-CD-MATURING    VALUE 'CM'.
               10  ALRTX-CHANNEL        PIC X.
               10  ALRTX-PHONE          PIC X(15).
               10  ALRTX-EMAIL          PIC X(50).
               10  ALRTX-AMOUNT         PIC S9(7)V99.
               10  ALRTX-THRESHOLD      PIC 9(7)V99.
               10  ALRTX-EVENT-DATE     PIC 9(8).
           05  ALRTX-HEADER-DATA REDEFINES ALRTX-DETAIL-DATA.
               10  ALRTX-HEADER-RUN-DATE PIC 9(8).
               10  ALRTX-HEADER-SOURCE  PIC X(8).
               10  FILLER               PIC X(128).
           05  ALRTX-TRAILER-DATA REDEFINES ALRTX-DETAIL-DATA.
               10  ALRTX-TRAILER-RECORD-COUNT PIC 9(10).
               10  ALRTX-TRAILER-LB-COUNT PIC 9(7).
               10  ALRTX-TRAILER-LW-COUNT PIC 9(7).
               10  ALRTX-TRAILER-TR-COUNT PIC 9(7).
               10  ALRTX-TRAILER-CM-COUNT PIC 9(7).
               10  FILLER               PIC X(106).
