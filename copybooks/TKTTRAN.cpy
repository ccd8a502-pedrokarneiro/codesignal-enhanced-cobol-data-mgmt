      * tickets sold for a show, keyed by band and event date against
      * the TOURSCHD schedule.  TicketSales validates the show exists
      * and the sale fits the venue's remaining capacity, then rolls
      * the count and revenue onto the schedule record.  TKT-TRAN-
      * TYPE 'R' is a refund: the tickets are taken back at
      * TKT-TICKET-PRICE and come off the show's count and revenue.
      * Blank or 'S' is a sale.
      ******************************************************************
       01  TICKET-TRAN-RECORD.
           05  TKT-BAND-NAME       PIC X(20).
           05  TKT-EVENT-DATE      PIC 9(8).
           05  TKT-TICKETS-SOLD    PIC 9(5).
           05  TKT-TICKET-PRICE    PIC 9(4)V99.
           05  TKT-TRAN-TYPE       PIC X.
               88  TKT-IS-SALE         VALUE 'S' SPACE.
               88  TKT-IS-REFUND       VALUE 'R'.
