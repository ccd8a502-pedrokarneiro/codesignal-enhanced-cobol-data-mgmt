      *                  SUITE ACTUALLY COMPLETED.  A 1 A.M. RERUN OF
      *                  A FAILED NIGHT THEREFORE STILL POSTS UNDER
      *                  THE INTENDED DATE.
      * 2026-10-15  DLH  THE BUSDATE ENTRY NOW ADVANCES TO THE NEXT
      *                  BANK BUSINESS DAY, SKIPPING WEEKENDS AND THE
      *                  BANK HOLIDAYS ON THE NEW HOLIDAY CALENDAR,
      *                  THROUGH BusinessCalendar, INSTEAD OF THE NEXT
      *                  CALENDAR DAY.  A SYSIN NEXT DATE THAT IS NOT
      *                  A BUSINESS DAY IS ROLLED FORWARD TO ONE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-BUSDATE-IDX            PIC 9(3) COMP VALUE 0.

      *----------------------------------------------------------------
      * Next-business-day lookup on the bank calendar.
      *----------------------------------------------------------------
       01  BUSINESS-CALENDAR-PARMS.
           COPY BUSCALP.

      *----------------------------------------------------------------
      * WS-RUNCTL-TABLE - the whole run-control file, updated in

      *----------------------------------------------------------------
      * 2500-ADVANCE-BUSINESS-DATE - to the SYSIN next date when one
      * was supplied, rolled forward if it is not a business day;
      * otherwise to the next business day after the one just run.
      * A date BusinessCalendar cannot read is left where it was.
      *----------------------------------------------------------------
       2500-ADVANCE-BUSINESS-DATE.
           MOVE 'B' TO BCAL-CALENDAR
           IF WS-NEXT-DATE > 0
               MOVE 'R'              TO BCAL-FUNCTION
               MOVE WS-NEXT-DATE     TO BCAL-DATE
           ELSE
               MOVE 'N'              TO BCAL-FUNCTION
               MOVE WS-BUSINESS-DATE TO BCAL-DATE
           END-IF
           CALL "BusinessCalendar" USING BUSINESS-CALENDAR-PARMS
           IF BCAL-OK
               IF WS-NEXT-DATE > 0 AND BCAL-DAYS > 0
                   DISPLAY "Next date " WS-NEXT-DATE
                           " is not a business day - rolled to "
                           BCAL-RESULT-DATE
               END-IF
               MOVE BCAL-RESULT-DATE TO WS-R-DATE (WS-BUSDATE-IDX)
           ELSE
               DISPLAY "*** INVALID DATE " BCAL-DATE
                       " - BUSINESS DATE NOT ADVANCED ***"
           END-IF.

      *----------------------------------------------------------------
      * 3000-REWRITE-RUN-CONTROL
      *----------------------------------------------------------------
