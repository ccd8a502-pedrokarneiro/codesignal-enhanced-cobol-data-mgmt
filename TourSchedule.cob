      *                  CLOCK, SO A PAST-MIDNIGHT RERUN STILL STAMPS
      *                  ITS POSTINGS AND EXCEPTIONS WITH THE
      *                  INTENDED BUSINESS DATE.
      * 2026-10-15  DLH  SHOW STATUS.  A CANCELLED SHOW LISTS WITH ITS
      *                  REASON CODE BUT NO LONGER HOLDS THE BAND'S
      *                  DATE OR APPEARS ON THE ITINERARY.  A SHOW
      *                  POSTPONED TO TOUR-NEW-EVENT-DATE GOES THROUGH
      *                  2150-CHECK-DOUBLE-BOOKING ON THE NEW DATE;
      *                  ONCE CLEAR THE SHOW, AND THE SALES ALREADY ON
      *                  IT, MOVE TO THAT DATE WITH THE FIRST BOOKED
      *                  DATE KEPT IN TOUR-ORIGINAL-DATE, AND TOURSCHD
      *                  IS REWRITTEN.  A NEW DATE THE BAND IS ALREADY
      *                  PLAYING, OR ONE NOT AFTER THE RUN DATE,
      *                  REJECTS AND THE SHOW STAYS WHERE IT WAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY TOURSCHD.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE          PIC X(100).

       FD  ITINERARY-FILE.
       01  ITINERARY-LINE                PIC X(80).

       01  WS-EXCP-STATUS            PIC X(2).
       01  WS-RECORD-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-CANCELLED-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-MOVED-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-POSTPONED-FROM-DATE    PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-IMAGE-TABLE - every TOURSCHD record as read, postponements
      * applied, so the file can be rewritten when a show has moved.
      *----------------------------------------------------------------
       01  WS-IMAGE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-IMAGE-IDX              PIC 9(3) COMP VALUE 0.
       01  WS-IMAGE-TABLE.
           05  WS-IMAGE-ENTRY OCCURS 200 TIMES
                                     PIC X(116).

       01  WS-BAND-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BAND-TABLE.

       01  WS-REPORT-HEADING-1.
           05  FILLER PIC X(24) VALUE "TOUR SCHEDULE".
           05  FILLER PIC X(76) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER PIC X(20) VALUE "BAND".
           05  FILLER PIC X(20) VALUE "CITY".
           05  FILLER PIC X(30) VALUE "VENUE".
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(20) VALUE "STATUS".

       01  WS-REPORT-FOOTER.
           05  FILLER PIC X(16) VALUE "SHOWS LISTED: ".
           05  WS-F-RECORD-COUNT PIC ZZZZ9.
           05  FILLER PIC X(13) VALUE "  CANCELLED: ".
           05  WS-F-CANCELLED    PIC ZZZZ9.
           05  FILLER PIC X(18) VALUE "  POSTPONED/MOVED:".
           05  FILLER PIC X(1)  VALUE SPACE.
           05  WS-F-MOVED        PIC ZZZZ9.
           05  FILLER PIC X(37) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-D-BAND          PIC X(20).
           05  WS-D-VENUE         PIC X(30).
           05  WS-D-DATE          PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-D-STATUS        PIC X(20).

      *----------------------------------------------------------------
      * 0000-MAINLINE

      *----------------------------------------------------------------
      * 2000-APPLY-SCHEDULE - a show for a band not on the roster is
      * rejected and logged instead of printed.  A cancelled show is
      * listed but not tabled; a pending postponement is moved first
      * so the edits below run against the date the show will play.
      *----------------------------------------------------------------
       2000-APPLY-SCHEDULE.
           PERFORM 2100-FIND-BAND
           IF WS-BAND-FOUND AND TOUR-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
               PERFORM 2200-PRINT-SHOW
           END-IF
           IF WS-BAND-FOUND AND NOT TOUR-CANCELLED
               IF TOUR-POSTPONED
                   PERFORM 2170-APPLY-POSTPONEMENT
               END-IF
               PERFORM 2150-CHECK-DOUBLE-BOOKING
               IF WS-DOUBLE-BOOKED
                   DISPLAY "*** DOUBLE-BOOKED - SHOW REJECTED: "
                   PERFORM 2180-TABLE-SHOW
                   PERFORM 2200-PRINT-SHOW
               END-IF
           END-IF
           IF NOT WS-BAND-FOUND
               DISPLAY "*** NO ROSTER ENTRY FOR BAND: "
                       TOUR-BAND-NAME " ***"
               MOVE "TourSchedule"   TO EXCP-PROGRAM-ID
               WRITE EXCEPTION-RECORD
           END-IF

           IF WS-IMAGE-COUNT < 200
               ADD 1 TO WS-IMAGE-COUNT
               MOVE TOUR-SCHEDULE-RECORD
                   TO WS-IMAGE-ENTRY (WS-IMAGE-COUNT)
           END-IF
           PERFORM 1600-READ-SCHEDULE.

      *----------------------------------------------------------------
               ADD 1 TO WS-DAY-SERIAL
           END-IF.

      *----------------------------------------------------------------
      * 2170-APPLY-POSTPONEMENT - the new date must be a real date
      * after today that passes the double-booking edit.  A date the
      * band is already playing is a reject; the show keeps its old
      * date and the postponement stays pending until rebooked.
      *----------------------------------------------------------------
       2170-APPLY-POSTPONEMENT.
           IF TOUR-NEW-EVENT-DATE NOT NUMERIC
               MOVE 0 TO TOUR-NEW-EVENT-DATE
           END-IF
           IF TOUR-ORIGINAL-DATE NOT NUMERIC
               MOVE 0 TO TOUR-ORIGINAL-DATE
           END-IF
           IF TOUR-NEW-EVENT-DATE > 0
               IF TOUR-NEW-EVENT-DATE NOT > WS-RUN-DATE
                   MOVE "TourSchedule"        TO EXCP-PROGRAM-ID
                   MOVE TOUR-BAND-NAME        TO EXCP-KEY-VALUE
                   MOVE "TOUR-NEW-EVENT-DATE" TO EXCP-FIELD-NAME
                   MOVE "POSTPONED DATE NOT AFTER THE RUN DATE"
                       TO EXCP-REASON
                   MOVE WS-RUN-DATE TO EXCP-RUN-DATE
                   WRITE EXCEPTION-RECORD
               ELSE
                   MOVE TOUR-EVENT-DATE     TO WS-POSTPONED-FROM-DATE
                   MOVE TOUR-NEW-EVENT-DATE TO TOUR-EVENT-DATE
                   PERFORM 2150-CHECK-DOUBLE-BOOKING
                   IF WS-DOUBLE-BOOKED
                       MOVE WS-POSTPONED-FROM-DATE TO TOUR-EVENT-DATE
                       DISPLAY "*** POSTPONEMENT REJECTED: "
                               TOUR-BAND-NAME " "
                               TOUR-NEW-EVENT-DATE " ***"
                       MOVE "TourSchedule"    TO EXCP-PROGRAM-ID
                       MOVE TOUR-BAND-NAME    TO EXCP-KEY-VALUE
                       MOVE "TOUR-NEW-EVENT-DATE" TO EXCP-FIELD-NAME
                       MOVE "BAND ALREADY BOOKED ON POSTPONED DATE"
                           TO EXCP-REASON
                       MOVE WS-RUN-DATE TO EXCP-RUN-DATE
                       WRITE EXCEPTION-RECORD
                   ELSE
                       IF TOUR-ORIGINAL-DATE = 0
                           MOVE WS-POSTPONED-FROM-DATE
                               TO TOUR-ORIGINAL-DATE
                       END-IF
                       MOVE 0 TO TOUR-NEW-EVENT-DATE
                       ADD 1 TO WS-MOVED-COUNT
                       DISPLAY "SHOW POSTPONED: " TOUR-BAND-NAME " "
                               WS-POSTPONED-FROM-DATE " TO "
                               TOUR-EVENT-DATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2180-TABLE-SHOW - accepted shows held for the edits against
      * later records and the itinerary at end of run.
           MOVE TOUR-CITY       TO WS-D-CITY
           MOVE TOUR-VENUE      TO WS-D-VENUE
           MOVE TOUR-EVENT-DATE TO WS-D-DATE
           MOVE SPACES          TO WS-D-STATUS
           EVALUATE TRUE
               WHEN TOUR-CANCELLED
                   STRING "CANCELLED " DELIMITED BY SIZE
                          TOUR-STATUS-REASON DELIMITED BY SIZE
                          INTO WS-D-STATUS
                   END-STRING
               WHEN TOUR-POSTPONED
                  AND TOUR-NEW-EVENT-DATE NUMERIC
                  AND TOUR-NEW-EVENT-DATE > 0
                   STRING "PENDING " DELIMITED BY SIZE
                          TOUR-NEW-EVENT-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TOUR-STATUS-REASON DELIMITED BY SIZE
                          INTO WS-D-STATUS
                   END-STRING
               WHEN TOUR-POSTPONED
                   STRING "FROM " DELIMITED BY SIZE
                          TOUR-ORIGINAL-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TOUR-STATUS-REASON DELIMITED BY SIZE
                          INTO WS-D-STATUS
                   END-STRING
           END-EVALUATE
           WRITE SCHEDULE-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-RECORD-COUNT.

      * 3000-TERMINATE
      *----------------------------------------------------------------
       3000-TERMINATE.
           MOVE WS-RECORD-COUNT    TO WS-F-RECORD-COUNT
           MOVE WS-CANCELLED-COUNT TO WS-F-CANCELLED
           MOVE WS-MOVED-COUNT     TO WS-F-MOVED
           WRITE SCHEDULE-REPORT-LINE FROM WS-REPORT-FOOTER
           CLOSE SCHEDULE-REPORT-FILE
           IF WS-MOVED-COUNT > 0
               PERFORM 3100-REWRITE-SCHEDULE
           END-IF
           PERFORM 3500-PRINT-ITINERARIES
           CLOSE EXCEPTION-REPORT-FILE
           STOP RUN.

      *----------------------------------------------------------------
      * 3100-REWRITE-SCHEDULE - only when a postponement moved a show;
      * every record goes back, rejects included, in file order.
      *----------------------------------------------------------------
       3100-REWRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
                   UNTIL WS-IMAGE-IDX > WS-IMAGE-COUNT
               MOVE WS-IMAGE-ENTRY (WS-IMAGE-IDX)
                   TO TOUR-SCHEDULE-RECORD
               WRITE TOUR-SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      *----------------------------------------------------------------
      * 3500-PRINT-ITINERARIES - one section per roster band with
      * accepted shows, dates ascending, for the tour manager.
