      ******************************************************************
      * SHOWDEAL.cpy
      * Show deal terms record - one entry per TOURSCHD show, keyed
      * by band name and event date.  DEAL-GUARANTEE is the band's
      * guaranteed fee; DEAL-BAND-PCT is the band's percentage of
      * the net after show expenses, paid instead of the guarantee
      * when it comes to more (a "versus" deal); DEAL-VENUE-PCT is
      * the venue's percentage of the same net.  What is left after
      * both is the promoter's.  DEAL-VENDOR-ID is the band's payee
      * on VENDMAST.  ShowSettlement settles the show once the event
      * date has passed and fills in the DEAL-SETTLED- figures, so
      * a settled show is never settled or paid twice and the tour
      * profit-and-loss can be rolled up from this file alone.
      ******************************************************************
       01  SHOW-DEAL-RECORD.
           05  DEAL-BAND-NAME        PIC X(20).
           05  DEAL-EVENT-DATE       PIC 9(8).
           05  DEAL-VENDOR-ID        PIC X(6).
           05  DEAL-GUARANTEE        PIC 9(7)V99.
           05  DEAL-BAND-PCT         PIC 9(3)V99.
           05  DEAL-VENUE-PCT        PIC 9(3)V99.
           05  DEAL-SETTLED-DATE     PIC 9(8).
               88  DEAL-NOT-SETTLED      VALUE ZERO.
           05  DEAL-SETTLED-GROSS    PIC 9(7)V99.
           05  DEAL-SETTLED-EXPENSES PIC 9(7)V99.
           05  DEAL-SETTLED-BAND-DUE PIC 9(7)V99.
           05  DEAL-SETTLED-VENUE    PIC 9(7)V99.
