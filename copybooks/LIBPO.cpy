      ******************************************************************
      * LIBPO.cpy
      * Library acquisitions purchase-order line.  AcqOrders raises
      * one line per title whose hold-queue backlog runs deeper per
      * copy than the control-card ratio, all of a run's lines under
      * one PO number to the one vendor, priced and charged to an
      * ACQFUND fund.  BookMaint receives arriving copies against the
      * line, adding them to LIBBOOK; the line closes once every
      * copy ordered has been received.  The file is rewritten in
      * place by both programs.
      ******************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER             PIC 9(6).
           05  PO-LINE-NUMBER        PIC 9(3).
           05  PO-ORDER-DATE         PIC 9(8).
           05  PO-VENDOR-ID          PIC X(6).
           05  PO-FUND-CODE          PIC X(6).
           05  PO-ISBN               PIC 9(13).
           05  PO-TITLE              PIC X(30).
           05  PO-QTY-ORDERED        PIC 9(3).
           05  PO-QTY-RECEIVED       PIC 9(3).
           05  PO-UNIT-PRICE         PIC 9(5)V99.
           05  PO-LINE-STATUS        PIC X.
               88  PO-LINE-OPEN      VALUE 'O'.
               88  PO-LINE-CLOSED    VALUE 'C'.
           05  PO-CLOSE-DATE         PIC 9(8).
