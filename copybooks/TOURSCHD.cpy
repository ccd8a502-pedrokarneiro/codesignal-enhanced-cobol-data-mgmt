      * sales batch against them, refusing a sale past the remaining
      * capacity, so the schedule record carries the show's running
      * sellthrough the way the account master carries a balance.
      * TOUR-STATUS is set by the booking office with a reason code:
      * 'C' cancels the show, and TicketSales refunds every ticket
      * sold; 'P' postpones it to TOUR-NEW-EVENT-DATE, which
      * TourSchedule moves the show and its sales to once the band
      * is clear on that date, keeping the first booked date in
      * TOUR-ORIGINAL-DATE.  Blank or 'A' is a show going ahead.
      ******************************************************************
       01  TOUR-SCHEDULE-RECORD.
           05  TOUR-BAND-NAME      PIC X(20).
           05  TOUR-VENUE-CAPACITY PIC 9(5) VALUE ZERO.
           05  TOUR-TICKETS-SOLD   PIC 9(5) VALUE ZERO.
           05  TOUR-REVENUE        PIC 9(7)V99 VALUE ZERO.
           05  TOUR-STATUS         PIC X VALUE 'A'.
               88  TOUR-ACTIVE         VALUE 'A' SPACE.
               88  TOUR-CANCELLED      VALUE 'C'.
               88  TOUR-POSTPONED      VALUE 'P'.
           05  TOUR-STATUS-REASON  PIC X(2) VALUE SPACES.
               88  TOUR-REASON-WEATHER     VALUE 'WX'.
               88  TOUR-REASON-ILLNESS     VALUE 'IL'.
               88  TOUR-REASON-VENUE       VALUE 'VN'.
               88  TOUR-REASON-LOW-SALES   VALUE 'LS'.
               88  TOUR-REASON-OTHER       VALUE 'OT'.
           05  TOUR-NEW-EVENT-DATE PIC 9(8) VALUE ZERO.
           05  TOUR-ORIGINAL-DATE  PIC 9(8) VALUE ZERO.
